       FILE-CONTROL.
      *----Contas em atraso da ultima rodada do ContasAtraso, com a
      *----faixa, os dias e o valor atualizado ja calculados
           SELECT ATRASADAS ASSIGN TO "ATRASADA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APROVACOES ASSIGN TO "APROVBXA"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
           COPY MovContaSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ATRASADAS.
       01  REG-RELATORIO PIC X(80).
       COPY AuditJournalFD.
       COPY RunControleFD.
       COPY MovContaFD.
       WORKING-STORAGE SECTION.
       01  FS-APROVACOES PIC X(2).
       01  FS-ACCOUNTS PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  DATA-HOJE PIC 9(8).
      *----Limite de dias de atraso para a baixa; o arquivo central
      *----selecionada sai para o arquivo de perdas e e removida
       2000-BAIXAR-NO-MASTER.
           OPEN I-O ACCOUNTS
           OPEN I-O MOV-CONTA
           OPEN EXTEND PERDAS
           PERFORM VARYING IDX-BAIXA FROM 1 BY 1
                   UNTIL IDX-BAIXA > QTD-SELECIONADAS
               PERFORM 2100-BAIXAR-CONTA
           END-PERFORM
           CLOSE ACCOUNTS
           CLOSE MOV-CONTA
           CLOSE PERDAS.

       2100-BAIXAR-CONTA.
                   WRITE REG-PERDA
                   ADD TB-VALOR(IDX-BAIXA)
                       TO TOTAL-FAIXA(TB-FAIXA(IDX-BAIXA))
      *----O saldo em aberto sai do razao MOVCONTA como credito de
      *----baixa: a conta apagada do master fecha zerada no razao
                   IF CTA-DEBITO GREATER CTA-CREDITO
                       MOVE CTA-ID TO MVC-CTA-ID
                       MOVE DATA-HOJE TO MVC-DATA
                       MOVE 'BAIXAPERDAS' TO MVC-PROGRAMA
                       SET MVC-BAIXA-PERDA TO TRUE
                       SET MVC-CREDITO TO TRUE
                       COMPUTE MVC-VALOR = CTA-DEBITO - CTA-CREDITO
                       MOVE TB-APROVADOR(IDX-BAIXA) TO MVC-REFERENCIA
                       PERFORM 9750-GRAVAR-MOV-CONTA
                   END-IF
                   DELETE ACCOUNTS RECORD
                   MOVE 'BAIXA-PERDA' TO AUDIT-ACAO
                   MOVE CTA-ID TO AUDIT-VALOR-ANTES
       COPY GravarAuditoria.

       COPY GravarRunControle.

       COPY GravarMovConta.
       END PROGRAM BaixaPerdas.
