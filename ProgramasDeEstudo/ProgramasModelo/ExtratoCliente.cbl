      *          no desenho paginado CABEC01 dos outros relatorios,
      *          com o endereco do RegCliente no cabecalho de
      *          enderecamento.
      *          Desde o razao de movimentos MOVCONTA cada conta sai
      *          lancamento a lancamento (faturas, pagamentos,
      *          liquidacoes, baixas); o journal so cobre as contas
      *          anteriores ao razao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtratoCliente.
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT OPTIONAL ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION IS INDEXED
               FILE STATUS IS FS-ACORDOS.
      *----Valor atualizado das contas em atraso, da ultima rodada
      *----do ContasAtraso; conta fora dela sai pelo saldo nominal
           SELECT OPTIONAL ATRASADAS ASSIGN TO "ATRASADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATRASADAS.
           COPY AuditJournalSelect.
           COPY MovContaSelect.
           SELECT RELATORIO ASSIGN TO "EXTRATORPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           03 ATR-DIAS PIC 9(5).
           03 ATR-VALOR-COM-JUROS PIC 9(7)V9(2).
       COPY AuditJournalFD.
       COPY MovContaFD.
       FD  RELATORIO
           REPORT IS REL-EXTRATO.
       WORKING-STORAGE SECTION.
       01  FS-CLIENTES PIC X(2).
       01  FS-ACORDOS PIC X(2).
       01  FS-ATRASADAS PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FIM-RAZAO PIC X.
       01  QTD-LINHAS-RAZAO PIC 9(5).
       01  DESCRICAO-MOVIMENTO PIC X(20).
       01  FIM-ARQUIVO PIC X.
       01  CLIENTE-PEDIDO PIC 9(6).
       01  DATA-HOJE PIC 9(8).
           PERFORM 2500-CARREGAR-ATRASADAS
           OPEN INPUT CLIENTES
           OPEN INPUT ACORDOS
           OPEN INPUT MOV-CONTA
           OPEN OUTPUT RELATORIO
           INITIATE REL-EXTRATO
           PERFORM VARYING IDX-CONTA FROM 1 BY 1
           TERMINATE REL-EXTRATO
           CLOSE CLIENTES
           CLOSE ACORDOS
           CLOSE MOV-CONTA
           CLOSE RELATORIO
           DISPLAY 'Extratos gerados: ' QTD-EXTRATOS
           GOBACK.
           MOVE SPACES TO LINHA-TEXTO
           GENERATE LINHA-EXTRATO.

      *----Com o razao MOVCONTA a conta sai lancamento a lancamento,
      *----debitos e creditos na ordem em que entraram; conta
      *----anterior ao razao continua com os pagamentos do journal
       3200-MOVIMENTOS-DA-CONTA.
           PERFORM 3250-MOVIMENTOS-DO-RAZAO
           IF QTD-LINHAS-RAZAO = 0
               PERFORM 3280-PAGAMENTOS-DO-JOURNAL
           END-IF.

       3250-MOVIMENTOS-DO-RAZAO.
           MOVE 0 TO QTD-LINHAS-RAZAO
           MOVE 'N' TO FIM-RAZAO
           IF FS-MOVCONTA NOT = '00'
               MOVE 'S' TO FIM-RAZAO
           END-IF
           MOVE EXT-CTA-ID(IDX-CONTA) TO MVC-CTA-ID
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
                       IF MVC-CTA-ID NOT = EXT-CTA-ID(IDX-CONTA)
                           MOVE 'S' TO FIM-RAZAO
                       ELSE
                           ADD 1 TO QTD-LINHAS-RAZAO
                           PERFORM 3260-LINHA-DO-RAZAO
                       END-IF
               END-READ
           END-PERFORM.

       3260-LINHA-DO-RAZAO.
           EVALUATE TRUE
               WHEN MVC-FATURA
                   MOVE 'FATURA CONTRATO' TO DESCRICAO-MOVIMENTO
               WHEN MVC-FATURA-VISITA
                   MOVE 'FATURA VISITA' TO DESCRICAO-MOVIMENTO
               WHEN MVC-PAGAMENTO
                   MOVE 'PAGAMENTO' TO DESCRICAO-MOVIMENTO
               WHEN MVC-BOLETO
                   MOVE 'BOLETO LIQUIDADO' TO DESCRICAO-MOVIMENTO
               WHEN MVC-BAIXA-PERDA
                   MOVE 'BAIXA DE PERDA' TO DESCRICAO-MOVIMENTO
               WHEN MVC-ABERTURA
                   MOVE 'SALDO DE ABERTURA' TO DESCRICAO-MOVIMENTO
               WHEN MVC-ESTORNO
                   MOVE 'ESTORNO DE PAGAMENTO' TO DESCRICAO-MOVIMENTO
               WHEN MVC-ENCARGOS
                   MOVE 'ENCARGOS DE ATRASO' TO DESCRICAO-MOVIMENTO
               WHEN MVC-ESTORNO-ENCARGOS
                   MOVE 'ESTORNO DE ENCARGOS' TO DESCRICAO-MOVIMENTO
               WHEN OTHER
                   MOVE 'AJUSTE' TO DESCRICAO-MOVIMENTO
           END-EVALUATE
           MOVE SPACES TO LINHA-TEXTO
           MOVE MVC-VALOR TO VALOR-ED
           IF MVC-DEBITO
               STRING '  ' DELIMITED BY SIZE
                   DESCRICAO-MOVIMENTO DELIMITED BY SIZE
                   ' EM ' DELIMITED BY SIZE
                   MVC-DATA DELIMITED BY SIZE
                   '  DEBITO  ' DELIMITED BY SIZE
                   VALOR-ED DELIMITED BY SIZE
                   '  REF ' DELIMITED BY SIZE
                   MVC-REFERENCIA DELIMITED BY SIZE
                   INTO LINHA-TEXTO
           ELSE
               STRING '  ' DELIMITED BY SIZE
                   DESCRICAO-MOVIMENTO DELIMITED BY SIZE
                   ' EM ' DELIMITED BY SIZE
                   MVC-DATA DELIMITED BY SIZE
                   '  CREDITO ' DELIMITED BY SIZE
                   VALOR-ED DELIMITED BY SIZE
                   '  REF ' DELIMITED BY SIZE
                   MVC-REFERENCIA DELIMITED BY SIZE
                   INTO LINHA-TEXTO
           END-IF
           GENERATE LINHA-EXTRATO.

       3280-PAGAMENTOS-DO-JOURNAL.
           PERFORM VARYING IDX-MOV FROM 1 BY 1
                   UNTIL IDX-MOV > QTD-MOVIMENTOS
               IF MOV-CTA-ID(IDX-MOV) = EXT-CTA-ID(IDX-CONTA)
