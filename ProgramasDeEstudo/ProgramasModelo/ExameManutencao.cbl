      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Exames laboratoriais da clinica: manutencao do
      *          catalogo EXAMES (nome, unidade e faixa de referencia),
      *          pedido de exames na visita gravado no EXAMEPED por
      *          paciente do PATIENTS e data da visita, consulta e
      *          cancelamento de pedido, e a lista de revisao do
      *          clinico com os resultados fora da referencia que o
      *          ExameResultado carregou - o clinico marca cada um
      *          como revisado. Mudancas journaladas pelo copybook
      *          compartilhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExameManutencao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
      *----Faixa de referencia e resultado com virgula, como nas telas
      *----do IMC.cbl
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXAMES ASSIGN TO "EXAMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-CODIGO
               FILE STATUS IS FS-EXAMES.
           SELECT OPTIONAL PEDIDOS ASSIGN TO "EXAMEPED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-CHAVE
               FILE STATUS IS FS-PEDIDOS.
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT OPTIONAL PROFISSIONAIS ASSIGN TO "PROFISSIONAIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-ID
               FILE STATUS IS FS-PROFISSIONAIS.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  EXAMES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegExame.
       FD  PEDIDOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegExamePedido.
       FD  PATIENTS.
      *----So a frente do REG-PACIENTE de IMC.cbl
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 FILLER PIC X(207).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  PROFISSIONAIS.
      *----Mesmo layout de ProfissionalManutencao.cbl
       01  REG-PROFISSIONAL.
           03 PRO-ID PIC 9(3).
           03 PRO-NOME PIC X(30).
           03 PRO-HORA-INICIO PIC 9(4).
           03 PRO-HORA-FIM PIC 9(4).
           03 PRO-MINUTOS-SLOT PIC 9(2).
           03 PRO-STATUS PIC X(1).
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-EXAMES PIC X(2).
       01  FS-PEDIDOS PIC X(2).
       01  FS-PATIENTS PIC X(2).
       01  FS-PROFISSIONAIS PIC X(2).
       01  FIM-EXAMES PIC X.
       01  FIM-PEDIDOS PIC X.
       01  OPCAO PIC 9 VALUE 0.
       01  CODIGO-PESQUISA PIC X(6).
       01  PAC-PESQUISA PIC 9(6).
       01  DATA-VISITA PIC 9(8).
       01  PROFISSIONAL-PEDIDO PIC 9(3).
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  RESPOSTA PIC X(3).
       01  QTD-PEDIDOS PIC 9(3).
       01  QTD-PENDENTES PIC 9(4).
       01  ENTRADA-TEXTO PIC X(30).
       01  ENTRADA-UNIDADE PIC X(10).
       01  ENTRADA-VALOR PIC 9(5)V9(2).
       01  RESULTADO-EDITADO PIC ZZZZ9,99.
       01  MINIMA-EDITADA PIC ZZZZ9,99.
       01  MAXIMA-EDITADA PIC ZZZZ9,99.
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           OPEN I-O EXAMES
           OPEN I-O PEDIDOS
           OPEN INPUT PATIENTS
           OPEN INPUT PROFISSIONAIS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'EXAMEMANUT' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar catalogo de exames'
               DISPLAY '2 - Incluir / alterar exame do catalogo'
               DISPLAY '3 - Pedir exames na visita'
               DISPLAY '4 - Consultar pedidos do paciente'
               DISPLAY '5 - Cancelar pedido'
               DISPLAY '6 - Revisao de resultados alterados'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-LISTAR-CATALOGO
                   WHEN 2
                       PERFORM 2000-MANTER-EXAME
                   WHEN 3
                       PERFORM 3000-PEDIR-EXAMES
                   WHEN 4
                       PERFORM 4000-CONSULTAR-PEDIDOS
                   WHEN 5
                       PERFORM 5000-CANCELAR-PEDIDO
                   WHEN 6
                       PERFORM 6000-REVISAR-ALTERADOS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE EXAMES
           CLOSE PEDIDOS
           CLOSE PATIENTS
           CLOSE PROFISSIONAIS
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-LISTAR-CATALOGO.
           MOVE 'N' TO FIM-EXAMES
           MOVE LOW-VALUES TO EXM-CODIGO
           START EXAMES KEY NOT LESS THAN EXM-CODIGO
               INVALID KEY
                   MOVE 'S' TO FIM-EXAMES
           END-START
           PERFORM UNTIL FIM-EXAMES = 'S'
               READ EXAMES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-EXAMES
                   NOT AT END
                       MOVE EXM-REF-MINIMA TO MINIMA-EDITADA
                       MOVE EXM-REF-MAXIMA TO MAXIMA-EDITADA
                       DISPLAY EXM-CODIGO ' ' EXM-NOME ' '
                           EXM-UNIDADE ' REF ' MINIMA-EDITADA
                           ' A ' MAXIMA-EDITADA ' ' EXM-STATUS
               END-READ
           END-PERFORM.

      *----ENTER mantem o valor atual do campo na alteracao
       2000-MANTER-EXAME.
           DISPLAY 'Codigo do exame: '
           ACCEPT CODIGO-PESQUISA
           INSPECT CODIGO-PESQUISA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF CODIGO-PESQUISA = SPACES
               DISPLAY 'Codigo obrigatorio'
           ELSE
               MOVE CODIGO-PESQUISA TO EXM-CODIGO
               READ EXAMES KEY IS EXM-CODIGO
                   INVALID KEY
                       PERFORM 2100-INCLUIR-EXAME
                   NOT INVALID KEY
                       PERFORM 2200-ALTERAR-EXAME
               END-READ
           END-IF.

       2100-INCLUIR-EXAME.
           MOVE CODIGO-PESQUISA TO EXM-CODIGO
           DISPLAY 'Nome do exame: '
           ACCEPT EXM-NOME
           DISPLAY 'Unidade do resultado: '
           ACCEPT EXM-UNIDADE
           DISPLAY 'Referencia minima: '
           ACCEPT EXM-REF-MINIMA
           DISPLAY 'Referencia maxima: '
           ACCEPT EXM-REF-MAXIMA
           IF EXM-REF-MAXIMA < EXM-REF-MINIMA
               DISPLAY 'Referencia maxima menor que a minima'
           ELSE
               SET EXM-ATIVO TO TRUE
               WRITE REG-EXAME
               MOVE 'INCLUSAO-EXAME' TO AUDIT-ACAO
               MOVE SPACES TO AUDIT-VALOR-ANTES
               MOVE SPACES TO AUDIT-VALOR-DEPOIS
               STRING EXM-CODIGO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EXM-REF-MINIMA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EXM-REF-MAXIMA DELIMITED BY SIZE
                   INTO AUDIT-VALOR-DEPOIS
               PERFORM 9900-GRAVAR-AUDITORIA
               DISPLAY 'Exame incluido no catalogo'
           END-IF.

       2200-ALTERAR-EXAME.
           MOVE SPACES TO AUDIT-VALOR-ANTES
           STRING EXM-CODIGO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EXM-REF-MINIMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EXM-REF-MAXIMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EXM-STATUS DELIMITED BY SIZE
               INTO AUDIT-VALOR-ANTES
           DISPLAY 'Nome atual: ' EXM-NOME
           MOVE SPACES TO ENTRADA-TEXTO
           ACCEPT ENTRADA-TEXTO
           IF ENTRADA-TEXTO NOT = SPACES
               MOVE ENTRADA-TEXTO TO EXM-NOME
           END-IF
           DISPLAY 'Unidade atual: ' EXM-UNIDADE
           MOVE SPACES TO ENTRADA-UNIDADE
           ACCEPT ENTRADA-UNIDADE
           IF ENTRADA-UNIDADE NOT = SPACES
               MOVE ENTRADA-UNIDADE TO EXM-UNIDADE
           END-IF
           MOVE EXM-REF-MINIMA TO MINIMA-EDITADA
           DISPLAY 'Referencia minima atual: ' MINIMA-EDITADA
           MOVE 0 TO ENTRADA-VALOR
           ACCEPT ENTRADA-VALOR
           IF ENTRADA-VALOR NOT = 0
               MOVE ENTRADA-VALOR TO EXM-REF-MINIMA
           END-IF
           MOVE EXM-REF-MAXIMA TO MAXIMA-EDITADA
           DISPLAY 'Referencia maxima atual: ' MAXIMA-EDITADA
           MOVE 0 TO ENTRADA-VALOR
           ACCEPT ENTRADA-VALOR
           IF ENTRADA-VALOR NOT = 0
               MOVE ENTRADA-VALOR TO EXM-REF-MAXIMA
           END-IF
           DISPLAY 'Situacao (A ativo, I inativo) atual: ' EXM-STATUS
           MOVE SPACES TO ENTRADA-TEXTO
           ACCEPT ENTRADA-TEXTO
           INSPECT ENTRADA-TEXTO CONVERTING 'ai' TO 'AI'
           IF ENTRADA-TEXTO(1:1) = 'A' OR ENTRADA-TEXTO(1:1) = 'I'
               MOVE ENTRADA-TEXTO(1:1) TO EXM-STATUS
           END-IF
           IF EXM-REF-MAXIMA < EXM-REF-MINIMA
               DISPLAY 'Referencia maxima menor que a minima; '
                   'alteracao descartada'
           ELSE
               REWRITE REG-EXAME
               MOVE 'ALTERACAO-EXAME' TO AUDIT-ACAO
               MOVE SPACES TO AUDIT-VALOR-DEPOIS
               STRING EXM-CODIGO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EXM-REF-MINIMA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EXM-REF-MAXIMA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EXM-STATUS DELIMITED BY SIZE
                   INTO AUDIT-VALOR-DEPOIS
               PERFORM 9900-GRAVAR-AUDITORIA
               DISPLAY 'Exame alterado'
           END-IF.

      *----Data da visita em branco vale a data de negocio; um codigo
      *----de exame por linha, FIM encerra o pedido
       3000-PEDIR-EXAMES.
           DISPLAY 'Numero do paciente: '
           ACCEPT PAC-PESQUISA
           MOVE PAC-PESQUISA TO PAC-ID
           READ PATIENTS KEY IS PAC-ID
               INVALID KEY
                   DISPLAY 'Paciente nao cadastrado; cadastre no IMC '
                       'antes'
               NOT INVALID KEY
                   DISPLAY 'Paciente: ' PAC-NOME
                   DISPLAY 'Data da visita (AAAAMMDD, 0 = hoje): '
                   ACCEPT DATA-VISITA
                   IF DATA-VISITA = 0
                       MOVE DATA-HOJE TO DATA-VISITA
                   END-IF
                   DISPLAY 'Profissional que pede: '
                   ACCEPT PROFISSIONAL-PEDIDO
                   MOVE PROFISSIONAL-PEDIDO TO PRO-ID
                   READ PROFISSIONAIS KEY IS PRO-ID
                       INVALID KEY
                           DISPLAY 'Profissional nao cadastrado'
                       NOT INVALID KEY
                           MOVE 0 TO QTD-PEDIDOS
                           MOVE SPACES TO CODIGO-PESQUISA
                           PERFORM UNTIL CODIGO-PESQUISA = 'FIM'
                               PERFORM 3100-PEDIR-UM-EXAME
                           END-PERFORM
                           DISPLAY 'Exames pedidos: ' QTD-PEDIDOS
                   END-READ
           END-READ.

       3100-PEDIR-UM-EXAME.
           DISPLAY 'Codigo do exame (FIM encerra): '
           ACCEPT CODIGO-PESQUISA
           INSPECT CODIGO-PESQUISA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF CODIGO-PESQUISA NOT = 'FIM' AND
                   CODIGO-PESQUISA NOT = SPACES
               MOVE CODIGO-PESQUISA TO EXM-CODIGO
               READ EXAMES KEY IS EXM-CODIGO
                   INVALID KEY
                       DISPLAY 'Exame fora do catalogo'
                   NOT INVALID KEY
                       IF EXM-INATIVO
                           DISPLAY 'Exame inativo no catalogo'
                       ELSE
                           PERFORM 3200-GRAVAR-PEDIDO
                       END-IF
               END-READ
           END-IF.

       3200-GRAVAR-PEDIDO.
           MOVE PAC-PESQUISA TO EXP-PAC-ID
           MOVE DATA-VISITA TO EXP-DATA-VISITA
           MOVE CODIGO-PESQUISA TO EXP-EXAME
           READ PEDIDOS KEY IS EXP-CHAVE
               INVALID KEY
                   MOVE PROFISSIONAL-PEDIDO TO EXP-PROFISSIONAL
                   SET EXP-ABERTO TO TRUE
                   MOVE 0 TO EXP-RESULTADO
                   MOVE 0 TO EXP-DATA-COLETA
                   MOVE 0 TO EXP-DATA-RESULTADO
                   MOVE 'N' TO EXP-FORA-REFERENCIA
                   MOVE SPACE TO EXP-REVISAO
                   MOVE SPACES TO EXP-REVISOR
                   MOVE 0 TO EXP-DATA-REVISAO
                   MOVE 0 TO EXP-QTD-COBRANCAS
                   MOVE 0 TO EXP-DATA-COBRANCA
                   WRITE REG-EXAME-PEDIDO
                   ADD 1 TO QTD-PEDIDOS
                   MOVE 'PEDIDO-EXAME' TO AUDIT-ACAO
                   MOVE SPACES TO AUDIT-VALOR-ANTES
                   MOVE SPACES TO AUDIT-VALOR-DEPOIS
                   STRING EXP-PAC-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EXP-DATA-VISITA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EXP-EXAME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EXP-PROFISSIONAL DELIMITED BY SIZE
                       INTO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   DISPLAY EXM-NOME ' pedido'
               NOT INVALID KEY
                   DISPLAY 'Exame ja pedido nesta visita ('
                       EXP-STATUS ')'
           END-READ.

       4000-CONSULTAR-PEDIDOS.
           DISPLAY 'Numero do paciente: '
           ACCEPT PAC-PESQUISA
           MOVE 'N' TO FIM-PEDIDOS
           MOVE PAC-PESQUISA TO EXP-PAC-ID
           MOVE 0 TO EXP-DATA-VISITA
           MOVE LOW-VALUES TO EXP-EXAME
           START PEDIDOS KEY NOT LESS THAN EXP-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PEDIDOS
           END-START
           PERFORM UNTIL FIM-PEDIDOS = 'S'
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PEDIDOS
                   NOT AT END
                       IF EXP-PAC-ID NOT = PAC-PESQUISA
                           MOVE 'S' TO FIM-PEDIDOS
                       ELSE
                           PERFORM 4100-MOSTRAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.

       4100-MOSTRAR-PEDIDO.
           MOVE EXP-EXAME TO EXM-CODIGO
           READ EXAMES KEY IS EXM-CODIGO
               INVALID KEY
                   MOVE 'EXAME FORA DO CATALOGO' TO EXM-NOME
                   MOVE SPACES TO EXM-UNIDADE
           END-READ
           IF EXP-COM-RESULTADO
               MOVE EXP-RESULTADO TO RESULTADO-EDITADO
               DISPLAY EXP-DATA-VISITA ' ' EXP-EXAME ' ' EXM-NOME
                   ' ' RESULTADO-EDITADO ' ' EXM-UNIDADE ' '
                   EXP-FORA-REFERENCIA EXP-REVISAO
           ELSE
               DISPLAY EXP-DATA-VISITA ' ' EXP-EXAME ' ' EXM-NOME
                   ' SITUACAO ' EXP-STATUS ' COBRADO '
                   EXP-QTD-COBRANCAS 'X'
           END-IF.

       5000-CANCELAR-PEDIDO.
           DISPLAY 'Numero do paciente: '
           ACCEPT PAC-PESQUISA
           DISPLAY 'Data da visita (AAAAMMDD): '
           ACCEPT DATA-VISITA
           DISPLAY 'Codigo do exame: '
           ACCEPT CODIGO-PESQUISA
           INSPECT CODIGO-PESQUISA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE PAC-PESQUISA TO EXP-PAC-ID
           MOVE DATA-VISITA TO EXP-DATA-VISITA
           MOVE CODIGO-PESQUISA TO EXP-EXAME
           READ PEDIDOS KEY IS EXP-CHAVE
               INVALID KEY
                   DISPLAY 'Pedido nao encontrado'
               NOT INVALID KEY
                   IF NOT EXP-ABERTO
                       DISPLAY 'Pedido com resultado ou ja cancelado'
                   ELSE
                       SET EXP-CANCELADO TO TRUE
                       REWRITE REG-EXAME-PEDIDO
                       MOVE 'CANCELA-PEDIDO-EXAME' TO AUDIT-ACAO
                       MOVE SPACES TO AUDIT-VALOR-ANTES
                       STRING EXP-PAC-ID DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           EXP-DATA-VISITA DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           EXP-EXAME DELIMITED BY SIZE
                           ' A' DELIMITED BY SIZE
                           INTO AUDIT-VALOR-ANTES
                       MOVE 'X' TO AUDIT-VALOR-DEPOIS
                       PERFORM 9900-GRAVAR-AUDITORIA
                       DISPLAY 'Pedido cancelado'
                   END-IF
           END-READ.

      *----Passa todos os resultados alterados ainda sem revisao; o
      *----clinico responde SIM para dar o resultado por revisado
       6000-REVISAR-ALTERADOS.
           MOVE 0 TO QTD-PENDENTES
           MOVE 'N' TO FIM-PEDIDOS
           MOVE LOW-VALUES TO EXP-CHAVE
           START PEDIDOS KEY NOT LESS THAN EXP-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PEDIDOS
           END-START
           PERFORM UNTIL FIM-PEDIDOS = 'S'
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PEDIDOS
                   NOT AT END
                       IF EXP-COM-RESULTADO AND EXP-REVISAO-PENDENTE
                           ADD 1 TO QTD-PENDENTES
                           PERFORM 6100-REVISAR-RESULTADO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'Resultados alterados pendentes: ' QTD-PENDENTES.

       6100-REVISAR-RESULTADO.
           MOVE EXP-PAC-ID TO PAC-ID
           READ PATIENTS KEY IS PAC-ID
               INVALID KEY
                   MOVE SPACES TO PAC-NOME
           END-READ
           MOVE EXP-EXAME TO EXM-CODIGO
           READ EXAMES KEY IS EXM-CODIGO
               INVALID KEY
                   MOVE 'EXAME FORA DO CATALOGO' TO EXM-NOME
                   MOVE SPACES TO EXM-UNIDADE
                   MOVE 0 TO EXM-REF-MINIMA
                   MOVE 0 TO EXM-REF-MAXIMA
           END-READ
           MOVE EXP-RESULTADO TO RESULTADO-EDITADO
           MOVE EXM-REF-MINIMA TO MINIMA-EDITADA
           MOVE EXM-REF-MAXIMA TO MAXIMA-EDITADA
           DISPLAY EXP-PAC-ID ' ' PAC-NOME ' VISITA ' EXP-DATA-VISITA
           DISPLAY '    ' EXM-NOME ' ' RESULTADO-EDITADO ' '
               EXM-UNIDADE ' REF ' MINIMA-EDITADA ' A '
               MAXIMA-EDITADA
           DISPLAY 'Marcar como revisado? SIM/NAO'
           ACCEPT RESPOSTA
           INSPECT RESPOSTA CONVERTING 'simnao' TO 'SIMNAO'
           IF RESPOSTA = 'SIM'
               SET EXP-REVISADO TO TRUE
               MOVE AUDIT-OPERADOR TO EXP-REVISOR
               MOVE DATA-HOJE TO EXP-DATA-REVISAO
               REWRITE REG-EXAME-PEDIDO
               MOVE 'REVISAO-EXAME' TO AUDIT-ACAO
               MOVE SPACES TO AUDIT-VALOR-ANTES
               STRING EXP-PAC-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EXP-DATA-VISITA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EXP-EXAME DELIMITED BY SIZE
                   ' P' DELIMITED BY SIZE
                   INTO AUDIT-VALOR-ANTES
               MOVE 'R' TO AUDIT-VALOR-DEPOIS
               PERFORM 9900-GRAVAR-AUDITORIA
           END-IF.

       COPY GravarAuditoria.
       END PROGRAM ExameManutencao.
