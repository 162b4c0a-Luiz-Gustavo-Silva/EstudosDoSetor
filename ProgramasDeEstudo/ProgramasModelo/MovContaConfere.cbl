      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Conferencia e reconstrucao dos saldos do ACCOUNTS
      *          contra o razao de movimentos MOVCONTA: para cada
      *          conta soma os debitos e os creditos lancados no
      *          razao, compara com o CTA-DEBITO/CTA-CREDITO do master
      *          e relata toda divergencia. No modo reparo o master
      *          divergente e regravado pela soma do razao (com o
      *          antes/depois no journal de auditoria), e a conta
      *          anterior ao razao - sem linha nenhuma nele - ganha
      *          os lancamentos de abertura com o saldo do master,
      *          para entrar na conferencia das proximas rodadas.
      *          Razao com saldo de conta que nao existe mais no
      *          master tambem sai no relatorio. Mesmo desenho do
      *          PacHistConfere.cbl para o cache do PATIENTS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MovContaConfere.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Master indexado pela conta; varrido em ordem de chave e
      *----relido pela chave na passada do razao
           SELECT OPTIONAL ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-ACCOUNTS.
           COPY MovContaSelect.
           SELECT RELATORIO-CONFERE ASSIGN TO "MOVCONFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
       COPY MovContaFD.
       FD  RELATORIO-CONFERE.
       01  REG-RELATORIO PIC X(100).
       COPY AuditJournalFD.
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-ACCOUNTS PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FIM-ACCOUNTS PIC X VALUE 'N'.
       01  FIM-RAZAO PIC X.
       01  DATA-HOJE PIC 9(8).
      *----S: master divergente regravado pelo razao e conta sem
      *----razao ganha a abertura; N: a rodada so relata
       01  MODO-REPARO PIC X(1).
      *----Soma do razao da conta corrente
       01  RAZAO-DEBITO PIC 9(9)V9(2).
       01  RAZAO-CREDITO PIC 9(9)V9(2).
       01  QTD-LINHAS-RAZAO PIC 9(5).
       01  CONTA-RAZAO PIC 9(6).
       01  SALDO-RAZAO PIC S9(9)V9(2).
       01  QTD-CONFERIDAS PIC 9(6) VALUE 0.
       01  QTD-DIVERGENTES PIC 9(6) VALUE 0.
       01  QTD-REGRAVADAS PIC 9(6) VALUE 0.
       01  QTD-SEM-RAZAO PIC 9(6) VALUE 0.
       01  QTD-ABERTURAS PIC 9(6) VALUE 0.
       01  QTD-RAZAO-ORFAO PIC 9(6) VALUE 0.
       01  VALOR-ANTES-ED PIC -(7)9,99.
       01  VALOR-DEPOIS-ED PIC -(7)9,99.
       01  LINHA-DIVERGE.
           03 LD-CTA-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'MASTER '.
           03 LD-MST-DEBITO PIC -(8)9,99.
           03 FILLER PIC X(1) VALUE '/'.
           03 LD-MST-CREDITO PIC -(8)9,99.
           03 FILLER PIC X(7) VALUE ' RAZAO '.
           03 LD-RAZ-DEBITO PIC -(8)9,99.
           03 FILLER PIC X(1) VALUE '/'.
           03 LD-RAZ-CREDITO PIC -(8)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LD-ACAO PIC X(26).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           DISPLAY 'Modo reparo (S regrava pelo razao, N so relata)? '
           ACCEPT MODO-REPARO
           MOVE FUNCTION UPPER-CASE(MODO-REPARO) TO MODO-REPARO
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           OPEN EXTEND RUN-CONTROLE
           MOVE 'MOVCONTACONFERE' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           IF MODO-REPARO = 'S'
               OPEN I-O ACCOUNTS
           ELSE
               OPEN INPUT ACCOUNTS
           END-IF
           IF FS-ACCOUNTS NOT = '00' AND FS-ACCOUNTS NOT = '05'
               DISPLAY 'MASTER DE CONTAS INDISPONIVEL ('
                   FS-ACCOUNTS '), NADA CONFERIDO'
               MOVE 'F' TO RUN-EVENTO
               MOVE 'ERRO' TO RUN-FINAL
               PERFORM 9800-GRAVAR-RUN-CONTROLE
               CLOSE RUN-CONTROLE
               STOP RUN
           END-IF
           OPEN I-O MOV-CONTA
           OPEN OUTPUT RELATORIO-CONFERE
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'MOVCONTACONFERE' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           MOVE 'CONFERENCIA DO ACCOUNTS X RAZAO DE MOVIMENTOS MOVCONTA'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LOW-VALUES TO CTA-ID
           START ACCOUNTS KEY NOT LESS THAN CTA-ID
               INVALID KEY
                   MOVE 'S' TO FIM-ACCOUNTS
           END-START
           PERFORM UNTIL FIM-ACCOUNTS = 'S'
               READ ACCOUNTS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ACCOUNTS
                   NOT AT END
                       ADD 1 TO QTD-CONFERIDAS
                       PERFORM 1000-CONFERIR-CONTA
               END-READ
           END-PERFORM
           PERFORM 2000-VARRER-RAZAO-ORFAO
           PERFORM 3000-GRAVAR-RESUMO
           MOVE QTD-CONFERIDAS TO RUN-LIDOS
           COMPUTE RUN-GRAVADOS = QTD-REGRAVADAS + QTD-ABERTURAS
           COMPUTE RUN-REJEITADOS = QTD-DIVERGENTES + QTD-RAZAO-ORFAO
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           CLOSE ACCOUNTS
           CLOSE MOV-CONTA
           CLOSE RELATORIO-CONFERE
           CLOSE AUDIT-JOURNAL
           DISPLAY 'Contas conferidas ' QTD-CONFERIDAS
               ', divergentes ' QTD-DIVERGENTES
               ', regravadas ' QTD-REGRAVADAS
               ', sem razao ' QTD-SEM-RAZAO
           STOP RUN.

       1000-CONFERIR-CONTA.
           MOVE CTA-ID TO CONTA-RAZAO
           PERFORM 1100-SOMAR-RAZAO-DA-CONTA
           IF QTD-LINHAS-RAZAO = 0
               PERFORM 1300-CONTA-SEM-RAZAO
           ELSE
               IF RAZAO-DEBITO NOT = CTA-DEBITO OR
                       RAZAO-CREDITO NOT = CTA-CREDITO
                   PERFORM 1200-CONTA-DIVERGENTE
               END-IF
           END-IF.

      *----Posiciona no primeiro lancamento da conta e soma ate a
      *----chave mudar de conta
       1100-SOMAR-RAZAO-DA-CONTA.
           MOVE 0 TO RAZAO-DEBITO
           MOVE 0 TO RAZAO-CREDITO
           MOVE 0 TO QTD-LINHAS-RAZAO
           MOVE 'N' TO FIM-RAZAO
           MOVE CONTA-RAZAO TO MVC-CTA-ID
           MOVE 0 TO MVC-DATA
           MOVE 0 TO MVC-SEQ
           START MOV-CONTA KEY NOT LESS THAN MVC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-RAZAO
           END-START
           PERFORM UNTIL FIM-RAZAO = 'S'
               READ MOV-CONTA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-RAZAO
                   NOT AT END
                       IF MVC-CTA-ID NOT = CONTA-RAZAO
                           MOVE 'S' TO FIM-RAZAO
                       ELSE
                           ADD 1 TO QTD-LINHAS-RAZAO
                           IF MVC-DEBITO
                               ADD MVC-VALOR TO RAZAO-DEBITO
                           ELSE
                               ADD MVC-VALOR TO RAZAO-CREDITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----No reparo o razao vale mais que o master: o saldo e
      *----regravado pela soma dos lancamentos
       1200-CONTA-DIVERGENTE.
           ADD 1 TO QTD-DIVERGENTES
           PERFORM 1900-PREENCHER-LINHA
           IF MODO-REPARO = 'S'
               COMPUTE SALDO-RAZAO = CTA-DEBITO - CTA-CREDITO
               MOVE SALDO-RAZAO TO VALOR-ANTES-ED
               MOVE RAZAO-DEBITO TO CTA-DEBITO
               MOVE RAZAO-CREDITO TO CTA-CREDITO
               REWRITE REG-CONTA
               ADD 1 TO QTD-REGRAVADAS
               MOVE 'MASTER REGRAVADO PELO RAZAO' TO LD-ACAO
               MOVE 'RECONSTROI-SALDO' TO AUDIT-ACAO
               MOVE SPACES TO AUDIT-VALOR-ANTES
               STRING CTA-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   VALOR-ANTES-ED DELIMITED BY SIZE
                   INTO AUDIT-VALOR-ANTES
               COMPUTE SALDO-RAZAO = CTA-DEBITO - CTA-CREDITO
               MOVE SALDO-RAZAO TO VALOR-DEPOIS-ED
               MOVE VALOR-DEPOIS-ED TO AUDIT-VALOR-DEPOIS
               PERFORM 9900-GRAVAR-AUDITORIA
           ELSE
               MOVE 'MASTER DIVERGE DO RAZAO' TO LD-ACAO
           END-IF
           MOVE LINHA-DIVERGE TO REG-RELATORIO
           WRITE REG-RELATORIO.

      *----Conta anterior ao razao: o saldo do master e a unica
      *----verdade que existe, e vira o lancamento de abertura
       1300-CONTA-SEM-RAZAO.
           ADD 1 TO QTD-SEM-RAZAO
           PERFORM 1900-PREENCHER-LINHA
           IF MODO-REPARO = 'S'
               MOVE CTA-ID TO MVC-CTA-ID
               MOVE DATA-HOJE TO MVC-DATA
               MOVE 'MOVCONTACONFERE' TO MVC-PROGRAMA
               SET MVC-ABERTURA TO TRUE
               MOVE 'SALDO ANTERIOR' TO MVC-REFERENCIA
               SET MVC-DEBITO TO TRUE
               MOVE CTA-DEBITO TO MVC-VALOR
               PERFORM 9750-GRAVAR-MOV-CONTA
               SET MVC-CREDITO TO TRUE
               MOVE CTA-CREDITO TO MVC-VALOR
               PERFORM 9750-GRAVAR-MOV-CONTA
               ADD 1 TO QTD-ABERTURAS
               MOVE 'SEM RAZAO, ABERTURA GRAVADA' TO LD-ACAO
           ELSE
               MOVE 'SEM LANCAMENTO NO RAZAO' TO LD-ACAO
           END-IF
           MOVE LINHA-DIVERGE TO REG-RELATORIO
           WRITE REG-RELATORIO.

       1900-PREENCHER-LINHA.
           MOVE CTA-ID TO LD-CTA-ID
           MOVE CTA-DEBITO TO LD-MST-DEBITO
           MOVE CTA-CREDITO TO LD-MST-CREDITO
           MOVE RAZAO-DEBITO TO LD-RAZ-DEBITO
           MOVE RAZAO-CREDITO TO LD-RAZ-CREDITO.

      *----Segunda passada, pelo razao inteiro: conta com saldo no
      *----razao e sem registro no master (apagada fora da baixa de
      *----perdas, ou perdida numa restauracao) sai no relatorio
       2000-VARRER-RAZAO-ORFAO.
           MOVE 'N' TO FIM-RAZAO
           MOVE 0 TO CONTA-RAZAO
           MOVE 0 TO RAZAO-DEBITO
           MOVE 0 TO RAZAO-CREDITO
           MOVE LOW-VALUES TO MVC-CHAVE
           START MOV-CONTA KEY NOT LESS THAN MVC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-RAZAO
           END-START
           PERFORM UNTIL FIM-RAZAO = 'S'
               READ MOV-CONTA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-RAZAO
                   NOT AT END
                       IF MVC-CTA-ID NOT = CONTA-RAZAO
                           PERFORM 2100-FECHAR-CONTA-RAZAO
                           MOVE MVC-CTA-ID TO CONTA-RAZAO
                       END-IF
                       IF MVC-DEBITO
                           ADD MVC-VALOR TO RAZAO-DEBITO
                       ELSE
                           ADD MVC-VALOR TO RAZAO-CREDITO
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 2100-FECHAR-CONTA-RAZAO.

       2100-FECHAR-CONTA-RAZAO.
           IF CONTA-RAZAO NOT = 0 AND
                   RAZAO-DEBITO NOT = RAZAO-CREDITO
               MOVE CONTA-RAZAO TO CTA-ID
               READ ACCOUNTS KEY IS CTA-ID
                   INVALID KEY
                       ADD 1 TO QTD-RAZAO-ORFAO
                       MOVE CONTA-RAZAO TO LD-CTA-ID
                       MOVE 0 TO LD-MST-DEBITO
                       MOVE 0 TO LD-MST-CREDITO
                       MOVE RAZAO-DEBITO TO LD-RAZ-DEBITO
                       MOVE RAZAO-CREDITO TO LD-RAZ-CREDITO
                       MOVE 'RAZAO SEM CONTA NO MASTER' TO LD-ACAO
                       MOVE LINHA-DIVERGE TO REG-RELATORIO
                       WRITE REG-RELATORIO
               END-READ
           END-IF
           MOVE 0 TO RAZAO-DEBITO
           MOVE 0 TO RAZAO-CREDITO.

       3000-GRAVAR-RESUMO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Contas conferidas: "==
                         ==VALOR==   BY ==QTD-CONFERIDAS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Divergentes: "==
                         ==VALOR==   BY ==QTD-DIVERGENTES==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Regravadas: "==
                         ==VALOR==   BY ==QTD-REGRAVADAS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Contas sem razao: "==
                         ==VALOR==   BY ==QTD-SEM-RAZAO==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Razao sem conta: "==
                         ==VALOR==   BY ==QTD-RAZAO-ORFAO==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO.

       COPY GravarAuditoria.

       COPY GravarRunControle.

       COPY GravarMovConta.
       END PROGRAM MovContaConfere.
