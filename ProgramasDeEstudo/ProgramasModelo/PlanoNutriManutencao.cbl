      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Manutencao dos modelos de plano nutricional PLANOMOD
      *          (um por faixa etaria A/P, sexo e classificacao do
      *          IMC, com as calorias sugeridas e ate 8 linhas de
      *          orientacao) e dos planos dos pacientes PLANOPAC:
      *          consulta, ajuste pela nutricionista depois da
      *          consulta e pedido de segunda via. Plano ajustado ou
      *          com segunda via pedida volta a ficar pendente para o
      *          PlanoImprime. Mudancas journaladas pelo copybook
      *          compartilhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlanoNutriManutencao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLANO-MODELOS ASSIGN TO "PLANOMOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMO-CHAVE
               FILE STATUS IS FS-MODELOS.
           SELECT OPTIONAL PLANOS-PACIENTE ASSIGN TO "PLANOPAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-PAC-ID
               FILE STATUS IS FS-PLANOS.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-MODELOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegPlanoModelo.
       FD  PLANOS-PACIENTE.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegPlanoPaciente.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-MODELOS PIC X(2).
       01  FS-PLANOS PIC X(2).
       01  FIM-MODELOS PIC X.
       01  PAC-PESQUISA PIC 9(6).
       01  OPCAO PIC 9 VALUE 0.
       01  IDX-LINHA PIC 9(2).
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  KCAL-ANTES PIC 9(4).
       01  LINHA-DIGITADA PIC X(60).
       01  CHAVE-DIGITADA.
           03 CD-FAIXA-IDADE PIC X(1).
           03 CD-SEXO PIC X(1).
           03 CD-CLASSIFICACAO PIC X(17).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           OPEN I-O PLANO-MODELOS
           OPEN I-O PLANOS-PACIENTE
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'PLANONUTRIMANUT' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar modelos de plano'
               DISPLAY '2 - Incluir / alterar modelo de plano'
               DISPLAY '3 - Consultar plano de um paciente'
               DISPLAY '4 - Ajustar plano de um paciente'
               DISPLAY '5 - Pedir segunda via do plano'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-LISTAR-MODELOS
                   WHEN 2
                       PERFORM 2000-MANTER-MODELO
                   WHEN 3
                       PERFORM 3000-CONSULTAR-PLANO
                   WHEN 4
                       PERFORM 4000-AJUSTAR-PLANO
                   WHEN 5
                       PERFORM 5000-SEGUNDA-VIA
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE PLANO-MODELOS
           CLOSE PLANOS-PACIENTE
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-LISTAR-MODELOS.
           MOVE 'N' TO FIM-MODELOS
           MOVE LOW-VALUES TO PMO-CHAVE
           START PLANO-MODELOS KEY NOT LESS THAN PMO-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-MODELOS
           END-START
           PERFORM UNTIL FIM-MODELOS = 'S'
               READ PLANO-MODELOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-MODELOS
                   NOT AT END
                       DISPLAY PMO-FAIXA-IDADE ' ' PMO-SEXO ' '
                           PMO-CLASSIFICACAO ' ' PMO-KCAL ' KCAL'
                           ' ALTERADO EM ' PMO-DATA-ALTERACAO
               END-READ
           END-PERFORM.

      *----A classificacao e digitada como o IMC.cbl grava: ABAIXO DO
      *----PESO, PESO NORMAL, SOBREPESO ou OBESIDADE
       2000-MANTER-MODELO.
           DISPLAY 'Faixa etaria (A adulto, P pediatrico): '
           ACCEPT CD-FAIXA-IDADE
           INSPECT CD-FAIXA-IDADE CONVERTING 'ap' TO 'AP'
           DISPLAY 'Sexo (M, F ou * para os dois): '
           ACCEPT CD-SEXO
           INSPECT CD-SEXO CONVERTING 'mf' TO 'MF'
           DISPLAY 'Classificacao do IMC: '
           ACCEPT CD-CLASSIFICACAO
           INSPECT CD-CLASSIFICACAO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF CD-FAIXA-IDADE NOT = 'A' AND CD-FAIXA-IDADE NOT = 'P'
               DISPLAY 'Faixa etaria invalida'
           ELSE
               IF CD-SEXO NOT = 'M' AND CD-SEXO NOT = 'F' AND
                       CD-SEXO NOT = '*'
                   DISPLAY 'Sexo invalido'
               ELSE
                   MOVE CHAVE-DIGITADA TO PMO-CHAVE
                   READ PLANO-MODELOS KEY IS PMO-CHAVE
                       INVALID KEY
                           MOVE CHAVE-DIGITADA TO PMO-CHAVE
                           MOVE 0 TO PMO-KCAL
                           MOVE 0 TO KCAL-ANTES
                           PERFORM VARYING IDX-LINHA FROM 1 BY 1
                                   UNTIL IDX-LINHA > 8
                               MOVE SPACES TO PMO-LINHA(IDX-LINHA)
                           END-PERFORM
                           PERFORM 2100-DIGITAR-MODELO
                           WRITE REG-PLANO-MODELO
                           MOVE 'INCLUSAO-MODELO' TO AUDIT-ACAO
                           MOVE SPACES TO AUDIT-VALOR-ANTES
                           PERFORM 2200-AUDITAR-MODELO
                           DISPLAY 'Modelo incluido'
                       NOT INVALID KEY
                           MOVE PMO-KCAL TO KCAL-ANTES
                           PERFORM 2100-DIGITAR-MODELO
                           REWRITE REG-PLANO-MODELO
                           MOVE 'ALTERACAO-MODELO' TO AUDIT-ACAO
                           MOVE SPACES TO AUDIT-VALOR-ANTES
                           STRING PMO-CHAVE DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               KCAL-ANTES DELIMITED BY SIZE
                               INTO AUDIT-VALOR-ANTES
                           PERFORM 2200-AUDITAR-MODELO
                           DISPLAY 'Modelo alterado'
                   END-READ
               END-IF
           END-IF.

       2100-DIGITAR-MODELO.
           DISPLAY 'Calorias diarias sugeridas (kcal): '
           ACCEPT PMO-KCAL
           PERFORM VARYING IDX-LINHA FROM 1 BY 1 UNTIL IDX-LINHA > 8
               DISPLAY 'Linha ' IDX-LINHA ': ' PMO-LINHA(IDX-LINHA)
               DISPLAY 'Nova linha (ENTER mantem, - apaga): '
               MOVE SPACES TO LINHA-DIGITADA
               ACCEPT LINHA-DIGITADA
               IF LINHA-DIGITADA = '-'
                   MOVE SPACES TO PMO-LINHA(IDX-LINHA)
               ELSE
                   IF LINHA-DIGITADA NOT = SPACES
                       MOVE LINHA-DIGITADA TO PMO-LINHA(IDX-LINHA)
                   END-IF
               END-IF
           END-PERFORM
           MOVE DATA-HOJE TO PMO-DATA-ALTERACAO.

       2200-AUDITAR-MODELO.
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING PMO-CHAVE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PMO-KCAL DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA.

       3000-CONSULTAR-PLANO.
           DISPLAY 'Numero do paciente: '
           ACCEPT PAC-PESQUISA
           MOVE PAC-PESQUISA TO PLN-PAC-ID
           READ PLANOS-PACIENTE KEY IS PLN-PAC-ID
               INVALID KEY
                   DISPLAY 'Paciente sem plano nutricional'
               NOT INVALID KEY
                   PERFORM 3100-MOSTRAR-PLANO
           END-READ.

       3100-MOSTRAR-PLANO.
           DISPLAY 'Faixa: ' PLN-FAIXA-IDADE ' ' PLN-SEXO ' '
               PLN-CLASSIFICACAO
           DISPLAY 'Versao ' PLN-VERSAO ' emitida em '
               PLN-DATA-EMISSAO
           IF PLN-AJUSTADO = 'S'
               DISPLAY 'Ajustado por ' PLN-AJUSTE-OPERADOR ' em '
                   PLN-DATA-AJUSTE
           END-IF
           IF PLN-IMPRESSAO-PENDENTE
               DISPLAY 'Impressao pendente'
           ELSE
               DISPLAY 'Impresso em ' PLN-DATA-IMPRESSAO
           END-IF
           DISPLAY 'Calorias diarias: ' PLN-KCAL ' kcal'
           PERFORM VARYING IDX-LINHA FROM 1 BY 1 UNTIL IDX-LINHA > 8
               IF PLN-LINHA(IDX-LINHA) NOT = SPACES
                   DISPLAY IDX-LINHA ' ' PLN-LINHA(IDX-LINHA)
               END-IF
           END-PERFORM.

      *----O ajuste vale ate a proxima troca de faixa: o
      *----PlanoNutriAtualiza reemite o plano com o modelo da faixa
      *----nova
       4000-AJUSTAR-PLANO.
           DISPLAY 'Numero do paciente: '
           ACCEPT PAC-PESQUISA
           MOVE PAC-PESQUISA TO PLN-PAC-ID
           READ PLANOS-PACIENTE KEY IS PLN-PAC-ID
               INVALID KEY
                   DISPLAY 'Paciente sem plano nutricional; o plano '
                       'sai da classificacao da visita no IMC'
               NOT INVALID KEY
                   PERFORM 3100-MOSTRAR-PLANO
                   MOVE PLN-KCAL TO KCAL-ANTES
                   DISPLAY 'Calorias diarias (kcal): '
                   ACCEPT PLN-KCAL
                   PERFORM VARYING IDX-LINHA FROM 1 BY 1
                           UNTIL IDX-LINHA > 8
                       DISPLAY 'Linha ' IDX-LINHA ': '
                           PLN-LINHA(IDX-LINHA)
                       DISPLAY 'Nova linha (ENTER mantem, - apaga): '
                       MOVE SPACES TO LINHA-DIGITADA
                       ACCEPT LINHA-DIGITADA
                       IF LINHA-DIGITADA = '-'
                           MOVE SPACES TO PLN-LINHA(IDX-LINHA)
                       ELSE
                           IF LINHA-DIGITADA NOT = SPACES
                               MOVE LINHA-DIGITADA
                                   TO PLN-LINHA(IDX-LINHA)
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE 'S' TO PLN-AJUSTADO
                   MOVE AUDIT-OPERADOR TO PLN-AJUSTE-OPERADOR
                   MOVE DATA-HOJE TO PLN-DATA-AJUSTE
                   SET PLN-IMPRESSAO-PENDENTE TO TRUE
                   REWRITE REG-PLANO-PACIENTE
                   MOVE 'AJUSTE-PLANO-NUTRI' TO AUDIT-ACAO
                   MOVE SPACES TO AUDIT-VALOR-ANTES
                   MOVE SPACES TO AUDIT-VALOR-DEPOIS
                   STRING PLN-PAC-ID DELIMITED BY SIZE
                       ' V' DELIMITED BY SIZE
                       PLN-VERSAO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       KCAL-ANTES DELIMITED BY SIZE
                       INTO AUDIT-VALOR-ANTES
                   STRING PLN-PAC-ID DELIMITED BY SIZE
                       ' V' DELIMITED BY SIZE
                       PLN-VERSAO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       PLN-KCAL DELIMITED BY SIZE
                       INTO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   DISPLAY 'Plano ajustado; sai na proxima impressao'
           END-READ.

       5000-SEGUNDA-VIA.
           DISPLAY 'Numero do paciente: '
           ACCEPT PAC-PESQUISA
           MOVE PAC-PESQUISA TO PLN-PAC-ID
           READ PLANOS-PACIENTE KEY IS PLN-PAC-ID
               INVALID KEY
                   DISPLAY 'Paciente sem plano nutricional'
               NOT INVALID KEY
                   SET PLN-IMPRESSAO-PENDENTE TO TRUE
                   REWRITE REG-PLANO-PACIENTE
                   DISPLAY 'Segunda via sai na proxima impressao'
           END-READ.

       COPY GravarAuditoria.
       END PROGRAM PlanoNutriManutencao.
