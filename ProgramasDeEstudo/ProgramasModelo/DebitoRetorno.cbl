      *----pagamentos que os outros canais ja deixaram para o dia
           SELECT PAGAMENTOS ASSIGN TO "PAGTOS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-RETORNO ASSIGN TO "DEBRETRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           03 PAG-CTA-ID PIC 9(6).
           03 PAG-DATA PIC 9(8).
           03 PAG-VALOR PIC 9(7)V9(2).
           03 PAG-CANAL PIC X(1).
       FD  RELATORIO-RETORNO.
       01  REG-RELATORIO PIC X(80).
       WORKING-STORAGE SECTION.
               MOVE RDB-CTA-ID TO PAG-CTA-ID
               MOVE RDB-DATA-DEBITO TO PAG-DATA
               MOVE RDB-VALOR TO PAG-VALOR
               MOVE 'D' TO PAG-CANAL
               WRITE REG-PAGAMENTO
           ELSE
               ADD 1 TO QTD-RECUSADOS
