      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Lancamento de fim de mes dos encargos de atraso no
      *          saldo da conta. A correcao monetaria e os juros de
      *          mora que o ContasAtraso apura todo dia so viviam no
      *          ATR-VALOR-COM-JUROS e no relatorio; aqui o apurado do
      *          dia (ENCAPUR) menos o que ja foi lancado no mesmo
      *          ciclo de atraso (ENCARGOS) entra como debito de
      *          verdade no ACCOUNTS, com a linha EN no razao MOVCONTA,
      *          o movimento ENCMOV de onde o ContabilExporta tira os
      *          eventos CORRECAO e JUROS, e o journal de auditoria.
      *          Conta sob acordo nao sai no ENCAPUR e nao recebe
      *          encargo. O mesmo mes nunca lanca duas vezes na mesma
      *          conta. O encargo perdoado depois na quitacao com
      *          desconto e estornado pelo PagamentosPosta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EncargosPosta.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Apuracao do dia gravada pelo ContasAtraso
           SELECT OPTIONAL APURACAO-ENCARGOS ASSIGN TO "ENCAPUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APURACAO.
           SELECT OPTIONAL ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-ACCOUNTS.
           SELECT OPTIONAL ENCARGOS ASSIGN TO "ENCARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-CTA-ID
               FILE STATUS IS FS-ENCARGOS.
      *----EXTEND: acumula os lancamentos e estornos de todos os
      *----dias; o ContabilExporta filtra pelo dia que exporta
           SELECT MOVIMENTO-ENCARGO ASSIGN TO "ENCMOV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-ENCARGOS ASSIGN TO "ENCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
           COPY MovContaSelect.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  APURACAO-ENCARGOS.
      *----Mesmo layout gravado pelo ContasAtraso
       01  REG-APURACAO-ENCARGO.
           03 ENP-CTA-ID PIC 9(6).
           03 ENP-DATA-APURACAO PIC 9(8).
           03 ENP-DATA-BASE PIC 9(8).
           03 ENP-CORRECAO PIC 9(7)V9(2).
           03 ENP-JUROS PIC 9(7)V9(2).
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
       FD  ENCARGOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegEncargo.
       FD  MOVIMENTO-ENCARGO.
      *----L lancamento do fim do mes, E estorno do encargo perdoado
      *----na quitacao com desconto (PagamentosPosta)
       01  REG-MOVIMENTO-ENCARGO.
           03 EMC-DATA PIC 9(8).
           03 EMC-CTA-ID PIC 9(6).
           03 EMC-TIPO PIC X(1).
           03 EMC-CORRECAO PIC 9(7)V9(2).
           03 EMC-JUROS PIC 9(7)V9(2).
       FD  RELATORIO-ENCARGOS.
       01  REG-RELATORIO PIC X(100).
       COPY AuditJournalFD.
       COPY MovContaFD.
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-APURACAO PIC X(2).
       01  FS-ACCOUNTS PIC X(2).
       01  FS-ENCARGOS PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  DATA-HOJE PIC 9(8).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           03 DH-ANO-MES PIC 9(6).
           03 DH-DIA PIC 9(2).
       01  ENCARGO-NOVO PIC X.
      *----Diferenca entre o apurado e o ja lancado no ciclo; so a
      *----parte positiva e lancada
       01  DIFERENCA-CORRECAO PIC S9(7)V9(2).
       01  DIFERENCA-JUROS PIC S9(7)V9(2).
       01  VALOR-LANCAR PIC 9(7)V9(2).
       01  QTD-LANCADOS PIC 9(5) VALUE 0.
       01  QTD-SEM-DIFERENCA PIC 9(5) VALUE 0.
       01  QTD-CRITICAS PIC 9(5) VALUE 0.
       01  TOTAL-CORRECAO PIC 9(9)V9(2) VALUE 0.
       01  TOTAL-JUROS PIC 9(9)V9(2) VALUE 0.
       01  VALOR-ANTES-ED PIC -(7)9,99.
       01  VALOR-DEPOIS-ED PIC -(7)9,99.
       01  VALOR-ED PIC -(9)9,99.
       01  LINHA-ENCARGO.
           03 LEN-CTA-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LEN-DATA-BASE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LEN-CORRECAO PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LEN-JUROS PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LEN-TOTAL PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LEN-OBS PIC X(30).
       01  LINHA-RESUMO PIC X(100).
      *----Porteiro de pre-requisitos: sem a apuracao de hoje do
      *----ContasAtraso o lancamento usaria o ENCAPUR de outro dia
       01  PREREQ-PROGRAMA PIC X(20).
       01  PREREQ-JANELA PIC 9(3).
       01  PREREQ-RETORNO PIC 9(2).
       01  RETORNO-DATA-NEG PIC 9(2).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           MOVE 'CONTASATRASO' TO PREREQ-PROGRAMA
           MOVE 0 TO PREREQ-JANELA
           CALL 'RodadaPrereq' USING PREREQ-PROGRAMA PREREQ-JANELA
               PREREQ-RETORNO
           EVALUATE PREREQ-RETORNO
               WHEN 10
                   DISPLAY 'PRE-REQUISITO AUSENTE: CONTASATRASO '
                       'SEM RODADA OK HOJE, ENCARGOS NAO LANCADOS'
                   STOP RUN
               WHEN 20
                   DISPLAY 'AVISO: CONTROLE DE EXECUCAO '
                       'INDISPONIVEL, RODANDO SEM PORTEIRO'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           OPEN EXTEND RUN-CONTROLE
           MOVE 'ENCARGOSPOSTA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'ENCARGOSPOSTA' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           OPEN I-O ACCOUNTS
           OPEN I-O ENCARGOS
           OPEN I-O MOV-CONTA
           OPEN EXTEND MOVIMENTO-ENCARGO
           OPEN OUTPUT RELATORIO-ENCARGOS
           MOVE SPACES TO LINHA-RESUMO
           STRING 'ENCARGOS DE ATRASO LANCADOS NO MES '
               DELIMITED BY SIZE
               DH-ANO-MES DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'CONTA   DATA BASE      CORRECAO         JUROS'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT APURACAO-ENCARGOS
           IF FS-APURACAO NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ APURACAO-ENCARGOS
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO RUN-LIDOS
                       PERFORM 1000-CONFERIR-APURACAO
               END-READ
           END-PERFORM
           CLOSE APURACAO-ENCARGOS
           PERFORM 3000-GRAVAR-RESUMO
           CLOSE ACCOUNTS
           CLOSE ENCARGOS
           CLOSE MOV-CONTA
           CLOSE MOVIMENTO-ENCARGO
           CLOSE RELATORIO-ENCARGOS
           DISPLAY 'Contas com encargo lancado: ' QTD-LANCADOS
           DISPLAY 'Contas sem diferenca:       ' QTD-SEM-DIFERENCA
           DISPLAY 'Criticas:                   ' QTD-CRITICAS
           MOVE QTD-LANCADOS TO RUN-GRAVADOS
           MOVE QTD-CRITICAS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           CLOSE AUDIT-JOURNAL
           STOP RUN.

      *----So vale a apuracao de hoje, de conta que esta no master
       1000-CONFERIR-APURACAO.
           INITIALIZE LINHA-ENCARGO
           MOVE ENP-CTA-ID TO LEN-CTA-ID
           MOVE ENP-DATA-BASE TO LEN-DATA-BASE
           IF ENP-DATA-APURACAO NOT = DATA-HOJE
               MOVE 'APURACAO DE OUTRO DIA' TO LEN-OBS
               PERFORM 1900-CRITICAR
           ELSE
               MOVE ENP-CTA-ID TO CTA-ID
               READ ACCOUNTS KEY IS CTA-ID
                   INVALID KEY
                       MOVE 'CONTA FORA DO MASTER' TO LEN-OBS
                       PERFORM 1900-CRITICAR
                   NOT INVALID KEY
                       PERFORM 1100-LER-ENCARGO
                       PERFORM 1200-APURAR-DIFERENCA
               END-READ
           END-IF.

      *----Conta sem registro no ENCARGOS comeca o primeiro ciclo
       1100-LER-ENCARGO.
           MOVE 'N' TO ENCARGO-NOVO
           MOVE ENP-CTA-ID TO ENC-CTA-ID
           READ ENCARGOS KEY IS ENC-CTA-ID
               INVALID KEY
                   MOVE 'S' TO ENCARGO-NOVO
                   MOVE ENP-CTA-ID TO ENC-CTA-ID
                   MOVE ENP-DATA-BASE TO ENC-DATA-BASE
                   MOVE 0 TO ENC-CORRECAO-CICLO
                   MOVE 0 TO ENC-JUROS-CICLO
                   MOVE 0 TO ENC-TOTAL-LANCADO
                   MOVE 0 TO ENC-ULTIMO-MES
           END-READ.

      *----Data base nova e atraso novo: o ciclo recomeca do zero,
      *----mas o total ja lancado continua no debito da conta
       1200-APURAR-DIFERENCA.
           IF ENC-ULTIMO-MES = DH-ANO-MES
               MOVE 'ENCARGO DO MES JA LANCADO' TO LEN-OBS
               PERFORM 1900-CRITICAR
           ELSE
               IF ENC-DATA-BASE NOT = ENP-DATA-BASE
                   MOVE ENP-DATA-BASE TO ENC-DATA-BASE
                   MOVE 0 TO ENC-CORRECAO-CICLO
                   MOVE 0 TO ENC-JUROS-CICLO
               END-IF
               COMPUTE DIFERENCA-CORRECAO =
                   ENP-CORRECAO - ENC-CORRECAO-CICLO
               COMPUTE DIFERENCA-JUROS =
                   ENP-JUROS - ENC-JUROS-CICLO
               IF DIFERENCA-CORRECAO LESS 0
                   MOVE 0 TO DIFERENCA-CORRECAO
               END-IF
               IF DIFERENCA-JUROS LESS 0
                   MOVE 0 TO DIFERENCA-JUROS
               END-IF
               COMPUTE VALOR-LANCAR =
                   DIFERENCA-CORRECAO + DIFERENCA-JUROS
               IF VALOR-LANCAR = 0
                   ADD 1 TO QTD-SEM-DIFERENCA
               ELSE
                   PERFORM 2000-LANCAR-ENCARGO
               END-IF
           END-IF.

      *----Debito na conta, linha EN no razao, movimento para a
      *----contabilidade e o ciclo atualizado no ENCARGOS
       2000-LANCAR-ENCARGO.
           MOVE CTA-DEBITO TO VALOR-ANTES-ED
           ADD VALOR-LANCAR TO CTA-DEBITO
           REWRITE REG-CONTA
           MOVE CTA-ID TO MVC-CTA-ID
           MOVE DATA-HOJE TO MVC-DATA
           MOVE 'ENCARGOSPOSTA' TO MVC-PROGRAMA
           SET MVC-ENCARGOS TO TRUE
           SET MVC-DEBITO TO TRUE
           MOVE VALOR-LANCAR TO MVC-VALOR
           MOVE SPACES TO MVC-REFERENCIA
           STRING 'ENCARGOS ' DELIMITED BY SIZE
               DH-ANO-MES DELIMITED BY SIZE
               INTO MVC-REFERENCIA
           PERFORM 9750-GRAVAR-MOV-CONTA
           MOVE DATA-HOJE TO EMC-DATA
           MOVE CTA-ID TO EMC-CTA-ID
           MOVE 'L' TO EMC-TIPO
           MOVE DIFERENCA-CORRECAO TO EMC-CORRECAO
           MOVE DIFERENCA-JUROS TO EMC-JUROS
           WRITE REG-MOVIMENTO-ENCARGO
           ADD DIFERENCA-CORRECAO TO ENC-CORRECAO-CICLO
           ADD DIFERENCA-JUROS TO ENC-JUROS-CICLO
           ADD VALOR-LANCAR TO ENC-TOTAL-LANCADO
           MOVE DH-ANO-MES TO ENC-ULTIMO-MES
           MOVE DATA-HOJE TO ENC-DATA-ATUALIZACAO
           IF ENCARGO-NOVO = 'S'
               WRITE REG-ENCARGO
           ELSE
               REWRITE REG-ENCARGO
           END-IF
           MOVE 'ENCARGOS-LANCADOS' TO AUDIT-ACAO
           MOVE SPACES TO AUDIT-VALOR-ANTES
           STRING CTA-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VALOR-ANTES-ED DELIMITED BY SIZE
               INTO AUDIT-VALOR-ANTES
           MOVE CTA-DEBITO TO VALOR-DEPOIS-ED
           MOVE VALOR-DEPOIS-ED TO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           ADD 1 TO QTD-LANCADOS
           ADD DIFERENCA-CORRECAO TO TOTAL-CORRECAO
           ADD DIFERENCA-JUROS TO TOTAL-JUROS
           MOVE DIFERENCA-CORRECAO TO LEN-CORRECAO
           MOVE DIFERENCA-JUROS TO LEN-JUROS
           MOVE VALOR-LANCAR TO LEN-TOTAL
           MOVE LINHA-ENCARGO TO REG-RELATORIO
           WRITE REG-RELATORIO.

       1900-CRITICAR.
           ADD 1 TO QTD-CRITICAS
           MOVE LINHA-ENCARGO TO REG-RELATORIO
           WRITE REG-RELATORIO.

       3000-GRAVAR-RESUMO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           MOVE TOTAL-CORRECAO TO VALOR-ED
           STRING 'CORRECAO LANCADA: ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           MOVE TOTAL-JUROS TO VALOR-ED
           STRING 'JUROS LANCADOS:   ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'CONTAS LANCADAS: ' DELIMITED BY SIZE
               QTD-LANCADOS DELIMITED BY SIZE
               '  CRITICAS: ' DELIMITED BY SIZE
               QTD-CRITICAS DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO.

       COPY GravarAuditoria.

       COPY GravarMovConta.

       COPY GravarRunControle.
       END PROGRAM EncargosPosta.
