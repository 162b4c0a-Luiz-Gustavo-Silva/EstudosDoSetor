      *          selecao de reemissao BOLREEM para a mesa pedir boleto
      *          novo. Boleto vencido de conta ja quitada so sai no
      *          relatorio, sem reemissao.
      *          Cada boleto sai com o banco que o emitiu e a posicao
      *          fecha com o resumo por banco cobrador: em aberto,
      *          valor em aberto, expirados e reemissoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoletoPosicao.
               FILE STATUS IS FS-ACCOUNTS.
           SELECT RELATORIO-POSICAO ASSIGN TO "BOLETORPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BANCOS ASSIGN TO "BANCOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCO-CODIGO
               FILE STATUS IS FS-BANCOS.
      *----Selecao de reemissao: boletos expirados de contas ainda
      *----devedoras
           SELECT REEMISSAO ASSIGN TO "BOLREEM"
       COPY RegConta.
       FD  RELATORIO-POSICAO.
       01  REG-RELATORIO PIC X(90).
       FD  BANCOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegBancoCobranca.
       FD  REEMISSAO.
       01  REG-REEMISSAO.
           03 REM-NUMERO PIC 9(11).
       WORKING-STORAGE SECTION.
       01  FS-BOLETOS PIC X(2).
       01  FS-ACCOUNTS PIC X(2).
       01  FS-BANCOS PIC X(2).
       01  FIM-BOLETOS PIC X VALUE 'N'.
       01  DATA-HOJE PIC 9(8).
       01  CONTA-DEVEDORA PIC X.
       01  QTD-EXPIRADOS PIC 9(5) VALUE 0.
       01  QTD-REEMISSAO PIC 9(5) VALUE 0.
       01  VALOR-ED PIC -(10)9,99.
      *----Totais por banco emissor do boleto
       01  QTD-BANCOS PIC 9(2) VALUE 0.
       01  IDX-BCO PIC 9(2).
       01  BANCO-ACHADO PIC X.
       01  TAB-POSICAO-BANCO OCCURS 20 TIMES.
           03 TPB-BANCO PIC 9(3).
           03 TPB-QTD-ABERTOS PIC 9(5).
           03 TPB-VALOR-ABERTOS PIC 9(11)V9(2).
           03 TPB-QTD-EXPIRADOS PIC 9(5).
           03 TPB-QTD-REEMISSAO PIC 9(5).
       01  LINHA-BANCO.
           03 LBC-BANCO PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LBC-NOME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LBC-QTD-ABERTOS PIC Z(4)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LBC-VALOR-ABERTOS PIC -(10)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LBC-QTD-EXPIRADOS PIC Z(4)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LBC-QTD-REEMISSAO PIC Z(4)9.
       01  LINHA-BOLETO.
           03 LB-BANCO PIC 9(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LB-NUMERO PIC 9(11).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LB-CTA-ID PIC 9(6).
               END-READ
           END-PERFORM
           PERFORM 2000-GRAVAR-RESUMO
           PERFORM 2100-RESUMO-POR-BANCO
           CLOSE BOLETOS
           CLOSE ACCOUNTS
           CLOSE RELATORIO-POSICAO

       1000-TRATAR-ABERTO.
           ADD 1 TO QTD-ABERTOS
           PERFORM 1050-LOCALIZAR-BANCO
           IF IDX-BCO > 0
               ADD 1 TO TPB-QTD-ABERTOS(IDX-BCO)
               ADD BOL-VALOR TO TPB-VALOR-ABERTOS(IDX-BCO)
           END-IF
           MOVE BOL-BANCO TO LB-BANCO
           MOVE BOL-NUMERO TO LB-NUMERO
           MOVE BOL-CTA-ID TO LB-CTA-ID
           MOVE BOL-VENCIMENTO TO LB-VENCIMENTO
           MOVE BOL-VALOR TO LB-VALOR
           IF BOL-VENCIMENTO LESS DATA-HOJE
               ADD 1 TO QTD-EXPIRADOS
               IF IDX-BCO > 0
                   ADD 1 TO TPB-QTD-EXPIRADOS(IDX-BCO)
               END-IF
               PERFORM 1100-CONFERIR-DEBITO
               IF CONTA-DEVEDORA = 'S'
                   MOVE 'EXPIRADO - REEMITIR' TO LB-SITUACAO
           MOVE LINHA-BOLETO TO REG-RELATORIO
           WRITE REG-RELATORIO.

      *----Posicao do banco do boleto na tabela dos totais
       1050-LOCALIZAR-BANCO.
           MOVE 'N' TO BANCO-ACHADO
           PERFORM VARYING IDX-BCO FROM 1 BY 1
                   UNTIL IDX-BCO > QTD-BANCOS OR BANCO-ACHADO = 'S'
               IF TPB-BANCO(IDX-BCO) = BOL-BANCO
                   MOVE 'S' TO BANCO-ACHADO
               END-IF
           END-PERFORM
           IF BANCO-ACHADO = 'S'
               SUBTRACT 1 FROM IDX-BCO
           ELSE
               IF QTD-BANCOS < 20
                   ADD 1 TO QTD-BANCOS
                   MOVE QTD-BANCOS TO IDX-BCO
                   MOVE BOL-BANCO TO TPB-BANCO(IDX-BCO)
                   MOVE 0 TO TPB-QTD-ABERTOS(IDX-BCO)
                   MOVE 0 TO TPB-VALOR-ABERTOS(IDX-BCO)
                   MOVE 0 TO TPB-QTD-EXPIRADOS(IDX-BCO)
                   MOVE 0 TO TPB-QTD-REEMISSAO(IDX-BCO)
               ELSE
                   MOVE 0 TO IDX-BCO
               END-IF
           END-IF.

       1100-CONFERIR-DEBITO.
           MOVE 'N' TO CONTA-DEVEDORA
           IF FS-ACCOUNTS = '00' OR FS-ACCOUNTS = '05'
      *----selecionado de novo amanha
       1200-SELECIONAR-REEMISSAO.
           ADD 1 TO QTD-REEMISSAO
           IF IDX-BCO > 0
               ADD 1 TO TPB-QTD-REEMISSAO(IDX-BCO)
           END-IF
           MOVE BOL-NUMERO TO REM-NUMERO
           MOVE BOL-CTA-ID TO REM-CTA-ID
           MOVE BOL-VALOR TO REM-VALOR
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO.

       2100-RESUMO-POR-BANCO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'POSICAO POR BANCO COBRADOR' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'BCO NOME                  ABERT' DELIMITED BY SIZE
               '   VALOR EM ABERTO  EXPIR  REEMI' DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           OPEN INPUT BANCOS
           PERFORM VARYING IDX-BCO FROM 1 BY 1
                   UNTIL IDX-BCO > QTD-BANCOS
               MOVE SPACES TO LBC-NOME
               IF FS-BANCOS = '00'
                   MOVE TPB-BANCO(IDX-BCO) TO BCO-CODIGO
                   READ BANCOS KEY IS BCO-CODIGO
                       INVALID KEY
                           MOVE '*** SEM CADASTRO ***' TO LBC-NOME
                       NOT INVALID KEY
                           MOVE BCO-NOME TO LBC-NOME
                   END-READ
               END-IF
               MOVE TPB-BANCO(IDX-BCO) TO LBC-BANCO
               MOVE TPB-QTD-ABERTOS(IDX-BCO) TO LBC-QTD-ABERTOS
               MOVE TPB-VALOR-ABERTOS(IDX-BCO) TO LBC-VALOR-ABERTOS
               MOVE TPB-QTD-EXPIRADOS(IDX-BCO) TO LBC-QTD-EXPIRADOS
               MOVE TPB-QTD-REEMISSAO(IDX-BCO) TO LBC-QTD-REEMISSAO
               MOVE LINHA-BANCO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM
           CLOSE BANCOS.
       END PROGRAM BoletoPosicao.
