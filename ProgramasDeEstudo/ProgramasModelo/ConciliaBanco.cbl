      *          pagamento postado e pagamento postado sem credito no
      *          extrato. O desfecho vai ao RUNCTL, entao o relatorio
      *          da manha da operacao mostra se o caixa fechou.
      *          Os estornos do dia (ESTMOV) casam com os debitos do
      *          extrato; estorno sem debito no extrato e denunciado
      *          como os postados soltos.
      *          Com a cobranca dividida entre bancos, o EXTRBANC junta
      *          o extrato de cada banco cobrador com o codigo do banco
      *          em cada lancamento: o relatorio mostra o banco do
      *          credito solto e fecha com o resumo por banco.
      *          Caixa que nao fecha termina com RETURN-CODE 4: aviso
      *          para a operacao, sem barrar o fechamento do dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConciliaBanco.
           SELECT OPTIONAL PAGAMENTOS ASSIGN TO "PAGTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGAMENTOS.
      *----Estornos do EstornoEntrada.cbl: o banco os debita no
      *----extrato, e o debito tem que casar com um deles
           SELECT OPTIONAL MOVIMENTO-ESTORNO ASSIGN TO "ESTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTORNOS.
           SELECT RELATORIO-CONCILIA ASSIGN TO "CONCILRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BANCOS ASSIGN TO "BANCOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCO-CODIGO
               FILE STATUS IS FS-BANCOS.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
           03 EXT-TIPO PIC X(1).
           03 EXT-VALOR PIC 9(7)V9(2).
           03 EXT-REFERENCIA PIC X(32).
           03 EXT-BANCO PIC 9(3).
       FD  PAGAMENTOS.
      *----Mesmo layout do REG-PAGAMENTO de PagamentosPosta.cbl
       01  REG-PAGAMENTO.
           03 PAG-CTA-ID PIC 9(6).
           03 PAG-DATA PIC 9(8).
           03 PAG-VALOR PIC 9(7)V9(2).
           03 PAG-CANAL PIC X(1).
       FD  MOVIMENTO-ESTORNO.
      *----Mesmo layout gravado pelo EstornoEntrada.cbl
       01  REG-MOVIMENTO-ESTORNO.
           03 EMV-DATA PIC 9(8).
           03 EMV-CTA-ID PIC 9(6).
           03 EMV-ORIGEM PIC X(2).
           03 EMV-VALOR PIC 9(7)V9(2).
           03 EMV-REFERENCIA PIC X(32).
       FD  RELATORIO-CONCILIA.
       01  REG-RELATORIO PIC X(100).
       FD  BANCOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegBancoCobranca.
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-EXTRATO PIC X(2).
       01  FS-PAGAMENTOS PIC X(2).
       01  FS-ESTORNOS PIC X(2).
       01  FS-BANCOS PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  DATA-CONCILIAR PIC 9(8).
      *----Pagamentos postados do dia em memoria, com a marca de
           03 TP-CTA-ID PIC 9(6).
           03 TP-VALOR PIC 9(7)V9(2).
           03 TP-CASADO PIC X(1).
      *----Estornos do dia, que casam com os debitos do extrato
       01  QTD-ESTORNOS PIC 9(3) VALUE 0.
       01  IDX-ESTORNO PIC 9(3).
       01  ESTORNO-CASADO PIC X.
       01  TAB-ESTORNO OCCURS 200 TIMES.
           03 TE-CTA-ID PIC 9(6).
           03 TE-VALOR PIC 9(7)V9(2).
           03 TE-CASADO PIC X(1).
      *----Movimento do extrato por banco, para o resumo
       01  QTD-BANCOS PIC 9(2) VALUE 0.
       01  IDX-BCO PIC 9(2).
       01  BANCO-ACHADO PIC X.
       01  TAB-RESUMO-BANCO OCCURS 20 TIMES.
           03 TRB-BANCO PIC 9(3).
           03 TRB-QTD-CREDITOS PIC 9(5).
           03 TRB-VALOR-CREDITOS PIC 9(11)V9(2).
           03 TRB-QTD-CASADOS PIC 9(5).
           03 TRB-QTD-SOLTOS PIC 9(5).
           03 TRB-VALOR-SOLTOS PIC 9(11)V9(2).
       01  NOME-BANCO PIC X(20).
       01  QTD-CASADOS PIC 9(4) VALUE 0.
       01  QTD-EXTRATO-SOLTO PIC 9(4) VALUE 0.
       01  QTD-POSTADO-SOLTO PIC 9(4) VALUE 0.
       01  VALOR-ED PIC -(7)9,99.
       01  LINHA-SOLTO.
           03 LS-BANCO PIC X(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LS-LADO PIC X(18).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LS-VALOR PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LS-DETALHE PIC X(40).
       01  LINHA-RESUMO PIC X(100).
       01  LINHA-BANCO.
           03 LBC-BANCO PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LBC-NOME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LBC-QTD-CREDITOS PIC Z(4)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LBC-VALOR-CREDITOS PIC -(10)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LBC-QTD-CASADOS PIC Z(4)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LBC-QTD-SOLTOS PIC Z(4)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LBC-VALOR-SOLTOS PIC -(10)9,99.
       PROCEDURE DIVISION.
           DISPLAY 'Dia a conciliar (AAAAMMDD): '
           ACCEPT DATA-CONCILIAR
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           PERFORM 1000-CARREGAR-POSTADOS
           PERFORM 1500-CARREGAR-ESTORNOS
           OPEN OUTPUT RELATORIO-CONCILIA
           MOVE SPACES TO LINHA-RESUMO
           STRING 'CONCILIACAO BANCARIA DO DIA ' DELIMITED BY SIZE
           WRITE REG-RELATORIO
           PERFORM 2000-CASAR-EXTRATO
           PERFORM 3000-DENUNCIAR-POSTADOS-SOLTOS
           PERFORM 3100-DENUNCIAR-ESTORNOS-SOLTOS
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM 4000-RESUMO-POR-BANCO
           CLOSE RELATORIO-CONCILIA
           COMPUTE RUN-LIDOS = QTD-CASADOS + QTD-EXTRATO-SOLTO
           MOVE QTD-CASADOS TO RUN-GRAVADOS
               DISPLAY 'CAIXA NAO FECHOU: ' QTD-EXTRATO-SOLTO
                   ' credito(s) sem postagem e ' QTD-POSTADO-SOLTO
                   ' postagem(ns) sem credito, VER CONCILRPT'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           END-PERFORM
           CLOSE PAGAMENTOS.

       1500-CARREGAR-ESTORNOS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT MOVIMENTO-ESTORNO
           IF FS-ESTORNOS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ MOVIMENTO-ESTORNO
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF EMV-DATA = DATA-CONCILIAR
                           IF QTD-ESTORNOS < 200
                               ADD 1 TO QTD-ESTORNOS
                               MOVE EMV-CTA-ID
                                   TO TE-CTA-ID(QTD-ESTORNOS)
                               MOVE EMV-VALOR
                                   TO TE-VALOR(QTD-ESTORNOS)
                               MOVE 'N' TO TE-CASADO(QTD-ESTORNOS)
                           ELSE
                               DISPLAY 'TABELA DE ESTORNOS CHEIA, '
                                   'ESTORNO FORA DA CONCILIACAO: '
                                   EMV-CTA-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVIMENTO-ESTORNO.

      *----Cada credito do extrato casa com o primeiro pagamento
      *----postado ainda solto de mesmo valor; o que sobra de cada
      *----lado e denuncia
                   NOT AT END
                       IF EXT-TIPO = 'C' AND
                               EXT-DATA = DATA-CONCILIAR
                           PERFORM 2050-LOCALIZAR-BANCO
                           PERFORM 2100-CASAR-CREDITO
                       END-IF
                       IF EXT-TIPO = 'D' AND
                               EXT-DATA = DATA-CONCILIAR
                           PERFORM 2200-CASAR-DEBITO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRATO-BANCO.

      *----Posicao do banco do lancamento na tabela do resumo
       2050-LOCALIZAR-BANCO.
           MOVE 'N' TO BANCO-ACHADO
           PERFORM VARYING IDX-BCO FROM 1 BY 1
                   UNTIL IDX-BCO > QTD-BANCOS OR BANCO-ACHADO = 'S'
               IF TRB-BANCO(IDX-BCO) = EXT-BANCO
                   MOVE 'S' TO BANCO-ACHADO
               END-IF
           END-PERFORM
           IF BANCO-ACHADO = 'S'
               SUBTRACT 1 FROM IDX-BCO
           ELSE
               IF QTD-BANCOS < 20
                   ADD 1 TO QTD-BANCOS
                   MOVE QTD-BANCOS TO IDX-BCO
                   MOVE EXT-BANCO TO TRB-BANCO(IDX-BCO)
                   MOVE 0 TO TRB-QTD-CREDITOS(IDX-BCO)
                   MOVE 0 TO TRB-VALOR-CREDITOS(IDX-BCO)
                   MOVE 0 TO TRB-QTD-CASADOS(IDX-BCO)
                   MOVE 0 TO TRB-QTD-SOLTOS(IDX-BCO)
                   MOVE 0 TO TRB-VALOR-SOLTOS(IDX-BCO)
               ELSE
                   MOVE 0 TO IDX-BCO
               END-IF
           END-IF
           IF IDX-BCO > 0
               ADD 1 TO TRB-QTD-CREDITOS(IDX-BCO)
               ADD EXT-VALOR TO TRB-VALOR-CREDITOS(IDX-BCO)
           END-IF.

       2100-CASAR-CREDITO.
           MOVE 'N' TO POSTADO-CASADO
           PERFORM VARYING IDX-POSTADO FROM 1 BY 1
           END-PERFORM
           IF POSTADO-CASADO = 'S'
               ADD 1 TO QTD-CASADOS
               IF IDX-BCO > 0
                   ADD 1 TO TRB-QTD-CASADOS(IDX-BCO)
               END-IF
           ELSE
               ADD 1 TO QTD-EXTRATO-SOLTO
               IF IDX-BCO > 0
                   ADD 1 TO TRB-QTD-SOLTOS(IDX-BCO)
                   ADD EXT-VALOR TO TRB-VALOR-SOLTOS(IDX-BCO)
               END-IF
               MOVE EXT-BANCO TO LS-BANCO
               MOVE 'EXTRATO S/POSTAGEM' TO LS-LADO
               MOVE EXT-VALOR TO LS-VALOR
               MOVE EXT-REFERENCIA TO LS-DETALHE
               WRITE REG-RELATORIO
           END-IF.

      *----Debito do extrato casa com um estorno de mesmo valor; o
      *----debito sem estorno nao e denunciado - tarifa e outros
      *----debitos do banco nao passam por aqui - mas o estorno sem
      *----debito no extrato e
       2200-CASAR-DEBITO.
           MOVE 'N' TO ESTORNO-CASADO
           PERFORM VARYING IDX-ESTORNO FROM 1 BY 1
                   UNTIL IDX-ESTORNO > QTD-ESTORNOS
                       OR ESTORNO-CASADO = 'S'
               IF TE-CASADO(IDX-ESTORNO) = 'N' AND
                       TE-VALOR(IDX-ESTORNO) = EXT-VALOR
                   MOVE 'S' TO ESTORNO-CASADO
                   MOVE 'S' TO TE-CASADO(IDX-ESTORNO)
               END-IF
           END-PERFORM
           IF ESTORNO-CASADO = 'S'
               ADD 1 TO QTD-CASADOS
           END-IF.

       3000-DENUNCIAR-POSTADOS-SOLTOS.
           PERFORM VARYING IDX-POSTADO FROM 1 BY 1
                   UNTIL IDX-POSTADO > QTD-POSTADOS
               IF TP-CASADO(IDX-POSTADO) = 'N'
                   ADD 1 TO QTD-POSTADO-SOLTO
                   MOVE SPACES TO LS-BANCO
                   MOVE 'POSTADO S/EXTRATO' TO LS-LADO
                   MOVE TP-VALOR(IDX-POSTADO) TO LS-VALOR
                   MOVE SPACES TO LS-DETALHE
               END-IF
           END-PERFORM.

       3100-DENUNCIAR-ESTORNOS-SOLTOS.
           PERFORM VARYING IDX-ESTORNO FROM 1 BY 1
                   UNTIL IDX-ESTORNO > QTD-ESTORNOS
               IF TE-CASADO(IDX-ESTORNO) = 'N'
                   ADD 1 TO QTD-POSTADO-SOLTO
                   MOVE SPACES TO LS-BANCO
                   MOVE 'ESTORNO S/EXTRATO' TO LS-LADO
                   MOVE TE-VALOR(IDX-ESTORNO) TO LS-VALOR
                   MOVE SPACES TO LS-DETALHE
                   STRING 'CONTA ' DELIMITED BY SIZE
                       TE-CTA-ID(IDX-ESTORNO) DELIMITED BY SIZE
                       INTO LS-DETALHE
                   MOVE LINHA-SOLTO TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM.

      *----Creditos do extrato de cada banco: quanto entrou, quanto
      *----casou com pagamento postado e quanto ficou solto
       4000-RESUMO-POR-BANCO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'CREDITOS DO EXTRATO POR BANCO' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'BCO NOME                  QTDE' DELIMITED BY SIZE
               '          VALOR  CASAD  SOLTO     VALOR SOLTO'
               DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           OPEN INPUT BANCOS
           PERFORM VARYING IDX-BCO FROM 1 BY 1
                   UNTIL IDX-BCO > QTD-BANCOS
               MOVE SPACES TO NOME-BANCO
               IF FS-BANCOS = '00'
                   MOVE TRB-BANCO(IDX-BCO) TO BCO-CODIGO
                   READ BANCOS KEY IS BCO-CODIGO
                       INVALID KEY
                           MOVE '*** SEM CADASTRO ***' TO NOME-BANCO
                       NOT INVALID KEY
                           MOVE BCO-NOME TO NOME-BANCO
                   END-READ
               END-IF
               MOVE TRB-BANCO(IDX-BCO) TO LBC-BANCO
               MOVE NOME-BANCO TO LBC-NOME
               MOVE TRB-QTD-CREDITOS(IDX-BCO) TO LBC-QTD-CREDITOS
               MOVE TRB-VALOR-CREDITOS(IDX-BCO) TO LBC-VALOR-CREDITOS
               MOVE TRB-QTD-CASADOS(IDX-BCO) TO LBC-QTD-CASADOS
               MOVE TRB-QTD-SOLTOS(IDX-BCO) TO LBC-QTD-SOLTOS
               MOVE TRB-VALOR-SOLTOS(IDX-BCO) TO LBC-VALOR-SOLTOS
               MOVE LINHA-BANCO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM
           CLOSE BANCOS.

       COPY GravarRunControle.
       END PROGRAM ConciliaBanco.
