      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Consulta e resgate sob demanda do arquivo morto dos
      *          masters gravado pelo MestresArquiva.cbl. O operador
      *          informa o cliente ou o paciente; a consulta lista o
      *          que esta guardado dele em todas as geracoes (o JCL
      *          concatena a base do GDG em ARQMORTO) e o resgate
      *          devolve os registros aos masters de origem - contas,
      *          acordos e boletos do cliente, AGENDA e IMCHIST do
      *          paciente. Registro que ja esta no master (resgatado
      *          antes, ou presente em mais de uma geracao) so e
      *          contado. O paciente que tem o IMCHIST de volta tem
      *          o cache PAC-HISTORICO do PATIENTS remontado com as
      *          cinco visitas mais recentes do historico, no lugar do
      *          cache zerado no arquivamento. Titular apagado pela
      *          LGPD ou mesclado nao tem os dados de volta. Resgates
      *          vao para o journal de auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MestresResgata.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-MORTO ASSIGN TO "ARQMORTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MORTO.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
      *----Mesmas chaves alternadas declaradas em Clientes.cbl: todos
      *----os abridores do arquivo fisico precisam concordar com elas
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT OPTIONAL ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-CTA-ID
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL BOLETOS ASSIGN TO "BOLETOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-NUMERO
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL AGENDA ASSIGN TO "AGENDA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL IMC-HISTORY ASSIGN TO "IMCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS FS-MASTER.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MORTO.
       COPY RegArquivoMorto.
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       FD  PATIENTS.
      *----Mesmo layout do REG-PACIENTE de IMC.cbl: daqui so saem
      *----PAC-ID e PAC-NOME, e so o cache de visitas e regravado
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 FILLER PIC X(106).
           03 PAC-QTD-HISTORICO PIC 9(1).
           03 PAC-HISTORICO OCCURS 5 TIMES.
               05 HIST-DATA PIC 9(8).
               05 HIST-ALTURA PIC 9(1)V9(2).
               05 HIST-PESO PIC 9(3)V9(2).
               05 HIST-IMC PIC 9(2)V9(2).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  ACORDOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAcordo.
       FD  BOLETOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegBoleto.
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
       FD  AGENDA.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAgenda.
       FD  IMC-HISTORY.
      *----Mesmo layout do REG-HISTORICO de IMC.cbl
       01  REG-HISTORICO.
           03 HIST-KEY.
               05 HK-PAC-ID PIC 9(6).
               05 HK-DATA PIC 9(8).
               05 HK-HORA PIC 9(6).
           03 HK-ALTURA PIC 9(1)V9(2).
           03 HK-PESO PIC 9(3)V9(2).
           03 HK-IMC PIC 9(2)V9(2).
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-MORTO PIC X(2).
       01  FS-CLIENTES PIC X(2).
       01  FS-PATIENTS PIC X(2).
       01  FS-MASTER PIC X(2).
       01  FIM-MORTO PIC X.
       01  OPCAO PIC 9 VALUE 0.
      *----C-cliente, P-paciente
       01  TITULAR-TIPO PIC X(1).
       01  TITULAR-NUMERO PIC 9(6).
       01  TITULAR-OK PIC X.
       01  RESP-CONFIRMA PIC X(1).
       01  QTD-ACHADOS PIC 9(6).
       01  QTD-DEVOLVIDOS PIC 9(6).
       01  QTD-JA-NO-MASTER PIC 9(6).
       01  QTD-HIST-DEVOLVIDOS PIC 9(6).
      *----Cache de visitas remontado do IMCHIST, na mesma disciplina
      *----de descarte do IMC.cbl e do PacHistConfere.cbl
       01  FIM-HISTORICO PIC X.
       01  QTD-RECALCULADA PIC 9(1).
       01  IDX PIC 9(1).
       01  CACHE-RECALCULADO.
           03 VISITA-CALC OCCURS 5 TIMES.
               05 VC-DATA PIC 9(8).
               05 VC-ALTURA PIC 9(1)V9(2).
               05 VC-PESO PIC 9(3)V9(2).
               05 VC-IMC PIC 9(2)V9(2).
       01  LINHA-RESUMO PIC X(60).
      *----Os masters que o resgate grava, na ordem da tabela de
      *----retencao do MestresArquiva, mais o PATIENTS do cache de
      *----visitas; a tranca exclusiva segura os seis enquanto o
      *----operador esta no programa
       01  TAB-TRANCADOS.
           03 FILLER PIC X(8) VALUE 'ACORDOS'.
           03 FILLER PIC X(8) VALUE 'BOLETOS'.
           03 FILLER PIC X(8) VALUE 'ACCOUNTS'.
           03 FILLER PIC X(8) VALUE 'AGENDA'.
           03 FILLER PIC X(8) VALUE 'IMCHIST'.
           03 FILLER PIC X(8) VALUE 'PATIENTS'.
       01  TAB-TRANCADOS-R REDEFINES TAB-TRANCADOS.
           03 ARQUIVO-TRANCADO OCCURS 6 TIMES PIC X(8).
       01  IDX-TRANCA PIC 9(1).
       01  TRANCA-NEGADA PIC X.
      *----Coordenacao de trancas com a janela batch (TrancaArquivo)
       01  TRANCA-FUNCAO PIC 9.
       01  TRANCA-ARQUIVO PIC X(8).
       01  TRANCA-SESSAO PIC X(10).
       01  TRANCA-RETORNO PIC 9(2).
       01  TRANCA-DETENTOR PIC X(10).
       PROCEDURE DIVISION.
           ACCEPT TRANCA-SESSAO FROM ENVIRONMENT 'USER'
           MOVE 'N' TO TRANCA-NEGADA
           PERFORM VARYING IDX-TRANCA FROM 1 BY 1
                   UNTIL IDX-TRANCA > 6
               MOVE 3 TO TRANCA-FUNCAO
               MOVE ARQUIVO-TRANCADO(IDX-TRANCA) TO TRANCA-ARQUIVO
               CALL 'TrancaArquivo' USING TRANCA-FUNCAO
                   TRANCA-ARQUIVO TRANCA-SESSAO TRANCA-RETORNO
                   TRANCA-DETENTOR
               IF TRANCA-RETORNO = 10
                   MOVE 'S' TO TRANCA-NEGADA
                   DISPLAY 'ARQUIVO ' TRANCA-ARQUIVO ' EM USO POR '
                       TRANCA-DETENTOR ', TENTE MAIS TARDE'
               END-IF
           END-PERFORM
           IF TRANCA-NEGADA = 'S'
               PERFORM 9000-LIBERAR-TRANCAS
               GOBACK
           END-IF
           OPEN INPUT CLIENTES
           OPEN I-O PATIENTS
           OPEN I-O ACORDOS
           OPEN I-O BOLETOS
           OPEN I-O ACCOUNTS
           OPEN I-O AGENDA
           OPEN I-O IMC-HISTORY
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'MESTRESRESGATA' TO AUDIT-PROGRAMA
           MOVE TRANCA-SESSAO TO AUDIT-OPERADOR
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Consultar arquivo morto do titular'
               DISPLAY '2 - Resgatar registros do titular'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 8000-LER-TITULAR
                       IF TITULAR-OK = 'S'
                           PERFORM 1000-CONSULTAR
                       END-IF
                   WHEN 2
                       PERFORM 8000-LER-TITULAR
                       IF TITULAR-OK = 'S'
                           PERFORM 2000-RESGATAR
                       END-IF
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE CLIENTES
           CLOSE PATIENTS
           CLOSE ACORDOS
           CLOSE BOLETOS
           CLOSE ACCOUNTS
           CLOSE AGENDA
           CLOSE IMC-HISTORY
           CLOSE AUDIT-JOURNAL
           PERFORM 9000-LIBERAR-TRANCAS
           GOBACK.

       1000-CONSULTAR.
           MOVE 0 TO QTD-ACHADOS
           MOVE 'N' TO FIM-MORTO
           OPEN INPUT ARQUIVO-MORTO
           PERFORM UNTIL FIM-MORTO = 'S'
               READ ARQUIVO-MORTO
                   AT END
                       MOVE 'S' TO FIM-MORTO
                   NOT AT END
                       IF ARM-TIPO = 'D' AND
                               ARM-TITULAR-TIPO = TITULAR-TIPO AND
                               ARM-TITULAR = TITULAR-NUMERO
                           ADD 1 TO QTD-ACHADOS
                           DISPLAY '  ' ARM-MASTER ' ARQUIVADO EM '
                               ARM-DATA-ARQUIVO ' ' ARM-IMAGEM(1:40)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-MORTO
           IF QTD-ACHADOS = 0
               DISPLAY 'Nada arquivado para o titular'
           ELSE
               MOVE SPACES TO LINHA-RESUMO
               COPY MontarLinhaRotulo
                   REPLACING ==ROTULO==  BY =="Registros arquivados: "==
                             ==VALOR==   BY ==QTD-ACHADOS==
                             ==UNIDADE== BY ==SPACES==
                             ==LINHA==   BY ==LINHA-RESUMO==.
               DISPLAY LINHA-RESUMO
           END-IF.

       2000-RESGATAR.
           DISPLAY 'Confirma o resgate de todos os registros '
               'arquivados do titular (S/N)? '
           ACCEPT RESP-CONFIRMA
           IF RESP-CONFIRMA NOT = 'S' AND RESP-CONFIRMA NOT = 's'
               DISPLAY 'Nada alterado'
           ELSE
               MOVE 0 TO QTD-ACHADOS
               MOVE 0 TO QTD-DEVOLVIDOS
               MOVE 0 TO QTD-JA-NO-MASTER
               MOVE 0 TO QTD-HIST-DEVOLVIDOS
               MOVE 'N' TO FIM-MORTO
               OPEN INPUT ARQUIVO-MORTO
               PERFORM UNTIL FIM-MORTO = 'S'
                   READ ARQUIVO-MORTO
                       AT END
                           MOVE 'S' TO FIM-MORTO
                       NOT AT END
                           IF ARM-TIPO = 'D' AND
                                   ARM-TITULAR-TIPO = TITULAR-TIPO AND
                                   ARM-TITULAR = TITULAR-NUMERO
                               ADD 1 TO QTD-ACHADOS
                               PERFORM 2100-DEVOLVER-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MORTO
               IF QTD-HIST-DEVOLVIDOS > 0
                   PERFORM 2200-REMONTAR-CACHE
               END-IF
               DISPLAY 'Registros devolvidos aos masters: '
                   QTD-DEVOLVIDOS
               DISPLAY 'Ja presentes no master: ' QTD-JA-NO-MASTER
               IF QTD-ACHADOS > 0
                   MOVE 'RESGATE-ARQUIVO' TO AUDIT-ACAO
                   MOVE SPACES TO AUDIT-VALOR-ANTES
                   STRING TITULAR-TIPO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       TITULAR-NUMERO DELIMITED BY SIZE
                       INTO AUDIT-VALOR-ANTES
                   MOVE SPACES TO AUDIT-VALOR-DEPOIS
                   STRING 'DEVOLVIDOS ' DELIMITED BY SIZE
                       QTD-DEVOLVIDOS DELIMITED BY SIZE
                       ' JA PRESENTES ' DELIMITED BY SIZE
                       QTD-JA-NO-MASTER DELIMITED BY SIZE
                       INTO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
               END-IF
           END-IF.

      *----A geracao mais nova vem primeiro na concatenacao do GDG:
      *----a imagem mais recente entra e as mais velhas da mesma
      *----chave caem na chave duplicada
       2100-DEVOLVER-REGISTRO.
           MOVE '00' TO FS-MASTER
           EVALUATE ARM-MASTER
               WHEN 'ACORDOS'
                   MOVE ARM-IMAGEM TO REG-ACORDO
                   WRITE REG-ACORDO
                       INVALID KEY
                           MOVE '22' TO FS-MASTER
                   END-WRITE
               WHEN 'BOLETOS'
                   MOVE ARM-IMAGEM TO REG-BOLETO
                   WRITE REG-BOLETO
                       INVALID KEY
                           MOVE '22' TO FS-MASTER
                   END-WRITE
               WHEN 'ACCOUNTS'
                   MOVE ARM-IMAGEM TO REG-CONTA
                   WRITE REG-CONTA
                       INVALID KEY
                           MOVE '22' TO FS-MASTER
                   END-WRITE
               WHEN 'AGENDA'
                   MOVE ARM-IMAGEM TO REG-AGENDA
                   WRITE REG-AGENDA
                       INVALID KEY
                           MOVE '22' TO FS-MASTER
                   END-WRITE
               WHEN 'IMCHIST'
                   MOVE ARM-IMAGEM TO REG-HISTORICO
                   WRITE REG-HISTORICO
                       INVALID KEY
                           MOVE '22' TO FS-MASTER
                   END-WRITE
               WHEN OTHER
                   MOVE '99' TO FS-MASTER
           END-EVALUATE
           IF FS-MASTER = '00'
               ADD 1 TO QTD-DEVOLVIDOS
               IF ARM-MASTER = 'IMCHIST'
                   ADD 1 TO QTD-HIST-DEVOLVIDOS
               END-IF
           ELSE
               ADD 1 TO QTD-JA-NO-MASTER
           END-IF.

      *----Cache do paciente refeito pelo IMCHIST inteiro dele, que
      *----agora tem as visitas devolvidas
       2200-REMONTAR-CACHE.
           MOVE 0 TO QTD-RECALCULADA
           INITIALIZE CACHE-RECALCULADO
           MOVE 'N' TO FIM-HISTORICO
           MOVE TITULAR-NUMERO TO HK-PAC-ID
           MOVE 0 TO HK-DATA
           MOVE 0 TO HK-HORA
           START IMC-HISTORY KEY NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'S' TO FIM-HISTORICO
           END-START
           PERFORM UNTIL FIM-HISTORICO = 'S'
               READ IMC-HISTORY NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-HISTORICO
                   NOT AT END
                       IF HK-PAC-ID = TITULAR-NUMERO
                           PERFORM 2250-EMPILHAR-VISITA
                       ELSE
                           MOVE 'S' TO FIM-HISTORICO
                       END-IF
               END-READ
           END-PERFORM
           MOVE TITULAR-NUMERO TO PAC-ID
           READ PATIENTS KEY IS PAC-ID
               INVALID KEY
                   DISPLAY 'Paciente nao encontrado, cache de '
                       'visitas nao remontado'
               NOT INVALID KEY
                   MOVE QTD-RECALCULADA TO PAC-QTD-HISTORICO
                   PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 5
                       MOVE VC-DATA(IDX) TO HIST-DATA(IDX)
                       MOVE VC-ALTURA(IDX) TO HIST-ALTURA(IDX)
                       MOVE VC-PESO(IDX) TO HIST-PESO(IDX)
                       MOVE VC-IMC(IDX) TO HIST-IMC(IDX)
                   END-PERFORM
                   REWRITE REG-PACIENTE
                   DISPLAY 'Cache de visitas do paciente remontado: '
                       QTD-RECALCULADA
           END-READ.

       2250-EMPILHAR-VISITA.
           IF QTD-RECALCULADA < 5
               ADD 1 TO QTD-RECALCULADA
           ELSE
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 4
                   MOVE VISITA-CALC(IDX + 1) TO VISITA-CALC(IDX)
               END-PERFORM
           END-IF
           MOVE HK-DATA TO VC-DATA(QTD-RECALCULADA)
           MOVE HK-ALTURA TO VC-ALTURA(QTD-RECALCULADA)
           MOVE HK-PESO TO VC-PESO(QTD-RECALCULADA)
           MOVE HK-IMC TO VC-IMC(QTD-RECALCULADA).

      *----Titular precisa existir no cadastro e nao pode ser
      *----registro-ponteiro de mesclagem nem apagado pela LGPD
       8000-LER-TITULAR.
           MOVE 'N' TO TITULAR-OK
           DISPLAY 'Titular (C-cliente, P-paciente): '
           ACCEPT TITULAR-TIPO
           DISPLAY 'Numero: '
           ACCEPT TITULAR-NUMERO
           EVALUATE TITULAR-TIPO
               WHEN 'C'
                   MOVE TITULAR-NUMERO TO CLI-NUMERO
                   READ CLIENTES KEY IS CLI-NUMERO
                       INVALID KEY
                           DISPLAY 'Cliente nao encontrado'
                       NOT INVALID KEY
                           IF CLI-MESCLADO OR CLI-BLOQUEADO-LGPD
                               DISPLAY 'Cliente mesclado ou apagado '
                                   'pela LGPD, nada a consultar'
                           ELSE
                               MOVE 'S' TO TITULAR-OK
                           END-IF
                   END-READ
               WHEN 'P'
                   MOVE TITULAR-NUMERO TO PAC-ID
                   READ PATIENTS KEY IS PAC-ID
                       INVALID KEY
                           DISPLAY 'Paciente nao encontrado'
                       NOT INVALID KEY
                           IF PAC-NOME(1:21) = 'MESCLADO NO PACIENTE '
                                   OR PAC-NOME =
                                   'TITULAR ANONIMIZADO LGPD'
                               DISPLAY 'Paciente mesclado ou apagado '
                                   'pela LGPD, nada a consultar'
                           ELSE
                               MOVE 'S' TO TITULAR-OK
                           END-IF
                   END-READ
               WHEN OTHER
                   DISPLAY 'Tipo invalido'
           END-EVALUATE.

       9000-LIBERAR-TRANCAS.
           PERFORM VARYING IDX-TRANCA FROM 1 BY 1
                   UNTIL IDX-TRANCA > 6
               MOVE 4 TO TRANCA-FUNCAO
               MOVE ARQUIVO-TRANCADO(IDX-TRANCA) TO TRANCA-ARQUIVO
               CALL 'TrancaArquivo' USING TRANCA-FUNCAO
                   TRANCA-ARQUIVO TRANCA-SESSAO TRANCA-RETORNO
                   TRANCA-DETENTOR
           END-PERFORM.

       COPY GravarAuditoria.
       END PROGRAM MestresResgata.
