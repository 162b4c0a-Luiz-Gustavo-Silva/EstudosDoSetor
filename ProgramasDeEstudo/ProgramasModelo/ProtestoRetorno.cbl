      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Processa o retorno do cartorio de protesto (PROTRET)
      *          sobre a situacao do PROTSTAT gravada pelo
      *          ProtestoRemessa: guarda o numero de protocolo dado no
      *          apontamento e leva o titulo ao desfecho - protestado,
      *          pago no cartorio ou retirado (desistencia ou
      *          cancelamento cumprido). O valor pago no cartorio sai
      *          no PAGTOS para a baixa normal do PagamentosPosta, como
      *          o PIX do PixEntrada. As custas informadas pelo
      *          cartorio sao cobradas do cliente: entram no debito da
      *          conta no ACCOUNTS, com a sua linha no razao MOVCONTA
      *          e no journal de auditoria. Ocorrencia de conta sem
      *          titulo no PROTSTAT, ou custas de conta fora do master,
      *          sai na critica do PROTRETRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProtestoRetorno.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETORNO-CARTORIO ASSIGN TO "PROTRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETORNO.
           SELECT OPTIONAL PROTESTOS ASSIGN TO "PROTSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-CTA-ID
               FILE STATUS IS FS-PROTESTOS.
           SELECT OPTIONAL ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-ACCOUNTS.
      *----Pagamento no cartorio entra na baixa normal
           SELECT PAGAMENTOS ASSIGN TO "PAGTOS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-RETORNO ASSIGN TO "PROTRETRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
           COPY MovContaSelect.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-CARTORIO.
      *----Ocorrencia A apontado (com o protocolo), P protestado,
      *----G pago no cartorio, R retirado a pedido; custas de cada
      *----ocorrencia a cobrar do cliente
       01  REG-RETORNO-CARTORIO.
           03 RPR-CTA-ID PIC 9(6).
           03 RPR-PROTOCOLO PIC X(15).
           03 RPR-OCORRENCIA PIC X(1).
           03 RPR-DATA PIC 9(8).
           03 RPR-VALOR-PAGO PIC 9(7)V9(2).
           03 RPR-CUSTAS PIC 9(5)V9(2).
       FD  PROTESTOS.
      *----Layout compartilhado com o ProtestoRemessa
       COPY RegProtesto.
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
       FD  PAGAMENTOS.
      *----Mesmo layout do REG-PAGAMENTO de PagamentosPosta.cbl
       01  REG-PAGAMENTO.
           03 PAG-CTA-ID PIC 9(6).
           03 PAG-DATA PIC 9(8).
           03 PAG-VALOR PIC 9(7)V9(2).
           03 PAG-CANAL PIC X(1).
       FD  RELATORIO-RETORNO.
       01  REG-RELATORIO PIC X(80).
       COPY AuditJournalFD.
       COPY MovContaFD.
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-RETORNO PIC X(2).
       01  FS-PROTESTOS PIC X(2).
       01  FS-ACCOUNTS PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  DATA-HOJE PIC 9(8).
       01  TITULO-ACHADO PIC X.
       01  QTD-APONTADOS PIC 9(5) VALUE 0.
       01  QTD-PROTESTADOS PIC 9(5) VALUE 0.
       01  QTD-PAGOS-CARTORIO PIC 9(5) VALUE 0.
       01  QTD-RETIRADOS PIC 9(5) VALUE 0.
       01  QTD-CUSTAS PIC 9(5) VALUE 0.
       01  QTD-CRITICAS PIC 9(5) VALUE 0.
       01  TOTAL-PAGO-CARTORIO PIC 9(9)V9(2) VALUE 0.
       01  TOTAL-CUSTAS PIC 9(9)V9(2) VALUE 0.
       01  VALOR-ED PIC -(9)9,99.
       01  LINHA-CRITICA.
           03 LCR-CTA-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LCR-PROTOCOLO PIC X(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LCR-OCORRENCIA PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LCR-MOTIVO PIC X(40).
       01  LINHA-RESUMO PIC X(80).
       PROCEDURE DIVISION.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           OPEN EXTEND RUN-CONTROLE
           MOVE 'PROTESTORETORNO' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'PROTESTORETORNO' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           OPEN I-O PROTESTOS
           OPEN I-O ACCOUNTS
           OPEN I-O MOV-CONTA
           OPEN EXTEND PAGAMENTOS
           OPEN OUTPUT RELATORIO-RETORNO
           MOVE 'CRITICAS DO RETORNO DO CARTORIO DE PROTESTO'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT RETORNO-CARTORIO
           IF FS-RETORNO NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ RETORNO-CARTORIO
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO RUN-LIDOS
                       PERFORM 1000-TRATAR-OCORRENCIA
               END-READ
           END-PERFORM
           CLOSE RETORNO-CARTORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'APONTADOS: ' DELIMITED BY SIZE
               QTD-APONTADOS DELIMITED BY SIZE
               '  PROTESTADOS: ' DELIMITED BY SIZE
               QTD-PROTESTADOS DELIMITED BY SIZE
               '  RETIRADOS: ' DELIMITED BY SIZE
               QTD-RETIRADOS DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           MOVE TOTAL-PAGO-CARTORIO TO VALOR-ED
           STRING 'PAGOS NO CARTORIO: ' DELIMITED BY SIZE
               QTD-PAGOS-CARTORIO DELIMITED BY SIZE
               '  VALOR: ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           MOVE TOTAL-CUSTAS TO VALOR-ED
           STRING 'CUSTAS COBRADAS: ' DELIMITED BY SIZE
               QTD-CUSTAS DELIMITED BY SIZE
               '  VALOR: ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE PROTESTOS
           CLOSE ACCOUNTS
           CLOSE MOV-CONTA
           CLOSE PAGAMENTOS
           CLOSE RELATORIO-RETORNO
           DISPLAY 'Ocorrencias do cartorio lidas: ' RUN-LIDOS
           DISPLAY 'Pagos no cartorio:             ' QTD-PAGOS-CARTORIO
           DISPLAY 'Custas cobradas:               ' QTD-CUSTAS
           DISPLAY 'Criticas:                      ' QTD-CRITICAS
           COMPUTE RUN-GRAVADOS = RUN-LIDOS - QTD-CRITICAS
           MOVE QTD-CRITICAS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           CLOSE AUDIT-JOURNAL
           STOP RUN.

      *----Ocorrencia so vale para titulo que a remessa mandou
       1000-TRATAR-OCORRENCIA.
           MOVE 'N' TO TITULO-ACHADO
           IF FS-PROTESTOS = '00' OR FS-PROTESTOS = '05'
               MOVE RPR-CTA-ID TO PRT-CTA-ID
               READ PROTESTOS KEY IS PRT-CTA-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO TITULO-ACHADO
               END-READ
           END-IF
           IF TITULO-ACHADO = 'N'
               MOVE 'CONTA SEM TITULO ENVIADO A PROTESTO'
                   TO LCR-MOTIVO
               PERFORM 1900-CRITICAR
           ELSE
               PERFORM 1100-APLICAR-OCORRENCIA
           END-IF.

       1100-APLICAR-OCORRENCIA.
           IF RPR-PROTOCOLO NOT = SPACES
               MOVE RPR-PROTOCOLO TO PRT-PROTOCOLO
           END-IF
           EVALUATE RPR-OCORRENCIA
               WHEN 'A'
                   ADD 1 TO QTD-APONTADOS
      *----Desistencia ja pedida segue valendo: o apontamento nao
      *----devolve o titulo ao cartorio
                   IF PRT-ENVIADO
                       SET PRT-APONTADO TO TRUE
                   END-IF
               WHEN 'P'
                   ADD 1 TO QTD-PROTESTADOS
      *----Protestado com desistencia pendente: agora so sai por
      *----cancelamento, pedido na proxima remessa
                   SET PRT-PROTESTADO TO TRUE
               WHEN 'G'
                   ADD 1 TO QTD-PAGOS-CARTORIO
                   SET PRT-PAGO-CARTORIO TO TRUE
                   PERFORM 1200-EMITIR-PAGAMENTO
               WHEN 'R'
                   ADD 1 TO QTD-RETIRADOS
                   SET PRT-RETIRADO TO TRUE
               WHEN OTHER
                   MOVE 'OCORRENCIA DESCONHECIDA' TO LCR-MOTIVO
                   PERFORM 1900-CRITICAR
           END-EVALUATE
           MOVE RPR-DATA TO PRT-DATA-OCORRENCIA
           IF RPR-CUSTAS GREATER 0
               PERFORM 1300-COBRAR-CUSTAS
           END-IF
           REWRITE REG-PROTESTO
           MOVE 'RETORNO-PROTESTO' TO AUDIT-ACAO
           MOVE PRT-CTA-ID TO AUDIT-VALOR-ANTES
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING RPR-OCORRENCIA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PRT-PROTOCOLO DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA.

      *----O repasse do cartorio e um pagamento como outro qualquer
       1200-EMITIR-PAGAMENTO.
           MOVE RPR-CTA-ID TO PAG-CTA-ID
           MOVE RPR-DATA TO PAG-DATA
           MOVE RPR-VALOR-PAGO TO PAG-VALOR
           MOVE 'C' TO PAG-CANAL
           WRITE REG-PAGAMENTO
           ADD RPR-VALOR-PAGO TO TOTAL-PAGO-CARTORIO.

      *----Custas vao para o debito do cliente, pela mesma disciplina
      *----de razao e journal das faturas
       1300-COBRAR-CUSTAS.
           MOVE RPR-CTA-ID TO CTA-ID
           READ ACCOUNTS KEY IS CTA-ID
               INVALID KEY
                   MOVE 'CUSTAS DE CONTA FORA DO MASTER'
                       TO LCR-MOTIVO
                   PERFORM 1900-CRITICAR
               NOT INVALID KEY
                   ADD RPR-CUSTAS TO CTA-DEBITO
                   REWRITE REG-CONTA
                   ADD RPR-CUSTAS TO PRT-CUSTAS
                   ADD 1 TO QTD-CUSTAS
                   ADD RPR-CUSTAS TO TOTAL-CUSTAS
                   MOVE CTA-ID TO MVC-CTA-ID
                   MOVE DATA-HOJE TO MVC-DATA
                   MOVE 'PROTESTORETORNO' TO MVC-PROGRAMA
                   SET MVC-CUSTAS TO TRUE
                   SET MVC-DEBITO TO TRUE
                   MOVE RPR-CUSTAS TO MVC-VALOR
                   MOVE PRT-PROTOCOLO TO MVC-REFERENCIA
                   PERFORM 9750-GRAVAR-MOV-CONTA
                   MOVE 'CUSTAS-PROTESTO' TO AUDIT-ACAO
                   MOVE CTA-ID TO AUDIT-VALOR-ANTES
                   MOVE RPR-CUSTAS TO VALOR-ED
                   MOVE VALOR-ED TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
           END-READ.

       1900-CRITICAR.
           ADD 1 TO QTD-CRITICAS
           MOVE RPR-CTA-ID TO LCR-CTA-ID
           MOVE RPR-PROTOCOLO TO LCR-PROTOCOLO
           MOVE RPR-OCORRENCIA TO LCR-OCORRENCIA
           MOVE LINHA-CRITICA TO REG-RELATORIO
           WRITE REG-RELATORIO.

       COPY GravarAuditoria.

       COPY GravarMovConta.

       COPY GravarRunControle.
       END PROGRAM ProtestoRetorno.
