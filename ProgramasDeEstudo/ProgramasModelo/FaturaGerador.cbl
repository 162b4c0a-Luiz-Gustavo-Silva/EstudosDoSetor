      *          passa pela analise do CreditoMotor: estouro de
      *          limite ou bloqueio por atraso em faixa 3/4 recusa a
      *          fatura, que sai no relatorio FATRECUSA.
      *          Cada fatura emitida abre a conta no razao de
      *          movimentos MOVCONTA com o seu debito.
      *          A linha do FATMOV leva o servico do contrato, para a
      *          emissao da NFS-e.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FaturaGerador.
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
           COPY MovContaSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATOS.
           03 CON-DATA-FIM PIC 9(8).
           03 CON-STATUS PIC X(1).
               88 CON-ATIVO VALUE 'A'.
           03 CON-RENOVACAO-AUTO PIC X(1).
           03 CON-PRAZO-RENOVACAO PIC 9(2).
           03 CON-AVISO-ENVIADO PIC 9(2).
           03 CON-DATA-RENOVACAO PIC 9(8).
           03 CON-QTD-RENOVACOES PIC 9(3).
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
           03 FMV-CTA-ID PIC 9(6).
           03 FMV-CLIENTE PIC 9(6).
           03 FMV-VALOR PIC 9(7)V9(2).
      *----Servico faturado, chave da tabela de aliquotas do ISS
      *----que o NfseRpsGera usa para emitir a nota
           03 FMV-SERVICO PIC X(20).
       COPY AuditJournalFD.
       COPY RunControleFD.
       COPY MovContaFD.
       WORKING-STORAGE SECTION.
       01  FS-CONTRATOS PIC X(2).
       01  FS-ACCOUNTS PIC X(2).
       01  FS-CONTROLE PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FIM-CONTRATOS PIC X VALUE 'N'.
       01  DATA-HOJE PIC 9(8).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           PERFORM 0100-LER-ULTIMO-ID
           OPEN INPUT CONTRATOS
           OPEN I-O ACCOUNTS
           OPEN I-O MOV-CONTA
           OPEN OUTPUT RELATORIO-RECUSA
           OPEN EXTEND MOVIMENTO-FATURA
           OPEN EXTEND AUDIT-JOURNAL
           CLOSE RUN-CONTROLE
           CLOSE CONTRATOS
           CLOSE ACCOUNTS
           CLOSE MOV-CONTA
           CLOSE RELATORIO-RECUSA
           CLOSE MOVIMENTO-FATURA
           CLOSE AUDIT-JOURNAL
               MOVE CTA-ID TO FMV-CTA-ID
               MOVE CON-CLIENTE TO FMV-CLIENTE
               MOVE CON-VALOR-MENSAL TO FMV-VALOR
               MOVE CON-SERVICO TO FMV-SERVICO
               WRITE REG-MOVIMENTO-FATURA
      *----Debito de abertura da conta no razao MOVCONTA, com o
      *----contrato de origem
               MOVE CTA-ID TO MVC-CTA-ID
               MOVE DATA-HOJE TO MVC-DATA
               MOVE 'FATURAGERADOR' TO MVC-PROGRAMA
               SET MVC-FATURA TO TRUE
               SET MVC-DEBITO TO TRUE
               MOVE CON-VALOR-MENSAL TO MVC-VALOR
               MOVE CON-ID TO MVC-REFERENCIA
               PERFORM 9750-GRAVAR-MOV-CONTA
               MOVE 'EMISSAO-FATURA' TO AUDIT-ACAO
               MOVE CON-ID TO AUDIT-VALOR-ANTES
               MOVE SPACES TO AUDIT-VALOR-DEPOIS
       COPY GravarAuditoria.

       COPY GravarRunControle.

       COPY GravarMovConta.
       END PROGRAM FaturaGerador.
