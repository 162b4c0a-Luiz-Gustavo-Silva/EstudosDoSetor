      *          atualizado com juros, e trailer (tipo 9) com contagem
      *          e total. As contas vem da interface ATRASADAS da
      *          rodada de aging e o nome do pagador do CLIENTES.
      *          Cada detalhe recebe um nosso numero sequencial e nasce
      *          no master BOLETOS com status emitido, que o retorno
      *          atualiza.
      *          A cobranca se divide entre os bancos do cadastro
      *          BANCOS: a conta vai para o banco que a tesouraria
      *          apontou no BANCOCTA ou, sem isso, para o primeiro banco
      *          ativo que cobra a faixa de atraso dela. O nosso numero
      *          sai da faixa propria do banco (o BOLNUMCTL unico foi
      *          aposentado) e cada layout tem o seu arquivo: CNABREM
      *          para o banco original, CNABREM2 para o segundo banco.
      *          Cada detalhe leva tambem o PIX copia-e-cola do boleto
      *          (montado pelo PixBrCode, txid BOL + nosso numero) para
      *          o banco imprimir o QR code ao lado do codigo de barras;
      *          o PixEntrada reconhece o txid e baixa o boleto certo.
      *          Cadastro BANCOS vazio termina com RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CnabRemessa.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRASADAS ASSIGN TO "ATRASADA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT REMESSA ASSIGN TO "CNABREM"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Remessa no layout do segundo banco
           SELECT REMESSA-2 ASSIGN TO "CNABREM2"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Master de ciclo de vida dos boletos, chaveado pelo nosso
      *----numero; cada detalhe emitido nasce aqui
           SELECT OPTIONAL BOLETOS ASSIGN TO "BOLETOS"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-NUMERO
               FILE STATUS IS FS-BOLETOS.
      *----Bancos cobradores, com a faixa de nosso numero e o ultimo
      *----numero usado de cada um
           SELECT OPTIONAL BANCOS ASSIGN TO "BANCOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCO-CODIGO
               FILE STATUS IS FS-BANCOS.
      *----Conta apontada pela tesouraria para um banco determinado
           SELECT OPTIONAL BANCO-CONTA ASSIGN TO "BANCOCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCC-CTA-ID
               FILE STATUS IS FS-BANCO-CONTA.
      *----Mandatos de debito automatico: conta com mandato ativo e
      *----debitada pelo DebitoRemessa e nao recebe boleto, senao o
      *----cliente paga a mesma conta duas vezes
       COPY RegCliente.
       FD  REMESSA.
       01  REG-REMESSA PIC X(400).
       FD  REMESSA-2.
       01  REG-REMESSA-2 PIC X(400).
       FD  BOLETOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegBoleto.
       FD  BANCOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegBancoCobranca.
       FD  BANCO-CONTA.
       COPY RegBancoConta.
       FD  MANDATOS.
      *----Mesmo layout do REG-MANDATO de MandatoManutencao.cbl
       01  REG-MANDATO.
       01  FS-CLIENTES PIC X(2).
       01  FS-MANDATOS PIC X(2).
       01  FS-BOLETOS PIC X(2).
       01  FS-BANCOS PIC X(2).
       01  FS-BANCO-CONTA PIC X(2).
       01  ULTIMO-NUMERO PIC 9(11) VALUE 0.
       01  FIM-ATRASADAS PIC X VALUE 'N'.
       01  FIM-BANCOS PIC X VALUE 'N'.
       01  TEM-MANDATO-ATIVO PIC X.
       01  QTD-EM-MANDATO PIC 9(6) VALUE 0.
       01  QTD-SEM-BANCO PIC 9(6) VALUE 0.
       01  QTD-FAIXA-ESGOTADA PIC 9(6) VALUE 0.
      *----Parametros da montagem do PIX copia-e-cola (PixBrCode)
       01  PIX-TXID PIC X(25).
       01  PIX-VALOR PIC 9(11)V9(2).
       01  PIX-PAYLOAD PIC X(250).
       01  PIX-TAMANHO PIC 9(3).
       01  PIX-RETORNO PIC 9(2).
       01  QTD-SEM-PIX PIC 9(6) VALUE 0.
       01  DATA-HOJE PIC 9(8).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           03 HOJE-ANO PIC 9(4).
           03 HOJE-MES PIC 9(2).
           03 HOJE-DIA PIC 9(2).
      *----Data no formato DDMMAA do layout do segundo banco
       01  DATA-DDMMAA.
           03 DDM-DIA PIC 9(2).
           03 DDM-MES PIC 9(2).
           03 DDM-ANO PIC 9(2).
      *----Bancos do cadastro em memoria; o ultimo nosso numero anda
      *----aqui durante a rodada e volta ao BANCOS no fim
       01  QTD-BANCOS PIC 9(2) VALUE 0.
       01  IDX-BCO PIC 9(2).
       01  BANCO-ESCOLHIDO PIC 9(2).
       01  TAB-BANCO OCCURS 20 TIMES.
           03 TB-CODIGO PIC 9(3).
           03 TB-NOME PIC X(20).
           03 TB-LAYOUT PIC 9(1).
           03 TB-CARTEIRA PIC X(3).
           03 TB-AGENCIA PIC 9(4).
           03 TB-CONTA PIC X(12).
           03 TB-FAIXA-DE PIC 9(1).
           03 TB-FAIXA-ATE PIC 9(1).
           03 TB-NOSSO-FIM PIC 9(11).
           03 TB-ULTIMO PIC 9(11).
           03 TB-SITUACAO PIC X(1).
           03 TB-QTD-BOLETOS PIC 9(6).
      *----Contadores de cada arquivo de remessa, pelo layout
       01  IDX-LAYOUT PIC 9(1).
       01  TAB-LAYOUT OCCURS 2 TIMES.
           03 TLY-HEADER-GRAVADO PIC X(1).
           03 TLY-SEQUENCIAL PIC 9(6).
           03 TLY-QTD-DETALHES PIC 9(6).
           03 TLY-TOTAL PIC 9(11)V9(2).
      *----Header tipo 0 do layout CNAB 400 combinado com o banco
       01  CNAB-HEADER.
           03 FILLER PIC X(1) VALUE '0'.
           03 DET-VALOR PIC 9(11)V9(2).
           03 DET-PAGADOR-NUMERO PIC 9(6).
           03 DET-PAGADOR-NOME PIC X(30).
      *----PIX do boleto, impresso pelo banco como QR code
           03 DET-PIX-TXID PIC X(25).
           03 DET-PIX-BRCODE PIC X(200).
           03 FILLER PIC X(100) VALUE SPACES.
           03 DET-SEQUENCIAL PIC 9(6).
      *----Trailer tipo 9 com os totais de conferencia do banco
       01  CNAB-TRAILER.
           03 TRL-VALOR-TOTAL PIC 9(11)V9(2).
           03 FILLER PIC X(374) VALUE SPACES.
           03 TRL-SEQUENCIAL PIC 9(6).
      *----Layout CNAB 400 do segundo banco: header com a conta de
      *----cobranca e o codigo do banco
       01  CNAB2-HEADER.
           03 FILLER PIC X(1) VALUE '0'.
           03 FILLER PIC X(1) VALUE '1'.
           03 FILLER PIC X(7) VALUE 'REMESSA'.
           03 FILLER PIC X(2) VALUE '01'.
           03 FILLER PIC X(15) VALUE 'COBRANCA'.
           03 H2-AGENCIA PIC 9(4).
           03 H2-CONTA PIC X(12).
           03 H2-EMPRESA PIC X(30)
               VALUE 'SETOR SERVICOS LTDA'.
           03 H2-BANCO PIC 9(3).
           03 H2-NOME-BANCO PIC X(15).
           03 H2-DATA PIC 9(6).
           03 FILLER PIC X(298) VALUE SPACES.
           03 H2-SEQUENCIAL PIC 9(6).
      *----Detalhe do segundo banco: carteira e conta de cobranca,
      *----conta a receber no uso da empresa (volta no retorno),
      *----datas em DDMMAA e endereco do pagador para o registro
       01  CNAB2-DETALHE.
           03 FILLER PIC X(1) VALUE '1'.
           03 D2-CARTEIRA PIC X(3).
           03 D2-AGENCIA PIC 9(4).
           03 D2-CONTA PIC X(12).
           03 D2-NOSSO-NUMERO PIC 9(11).
           03 D2-USO-EMPRESA PIC X(25).
           03 D2-VENCIMENTO PIC 9(6).
           03 D2-VALOR PIC 9(11)V9(2).
           03 D2-ESPECIE PIC X(2) VALUE '01'.
           03 D2-ACEITE PIC X(1) VALUE 'N'.
           03 D2-EMISSAO PIC 9(6).
           03 D2-PAGADOR-NOME PIC X(30).
           03 D2-PAGADOR-ENDERECO PIC X(40).
           03 D2-PAGADOR-CEP PIC X(9).
           03 D2-PIX-TXID PIC X(25).
           03 D2-PIX-BRCODE PIC X(200).
           03 FILLER PIC X(6) VALUE SPACES.
           03 D2-SEQUENCIAL PIC 9(6).
       01  CNAB2-TRAILER.
           03 FILLER PIC X(1) VALUE '9'.
           03 T2-BANCO PIC 9(3).
           03 T2-QTD-DETALHES PIC 9(8).
           03 T2-VALOR-TOTAL PIC 9(13)V9(2).
           03 FILLER PIC X(367) VALUE SPACES.
           03 T2-SEQUENCIAL PIC 9(6).
       PROCEDURE DIVISION.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           MOVE HOJE-DIA TO DDM-DIA
           MOVE HOJE-MES TO DDM-MES
           MOVE HOJE-ANO TO DDM-ANO
           PERFORM 0100-CARREGAR-BANCOS
           IF QTD-BANCOS = 0
               DISPLAY 'CADASTRO BANCOS VAZIO, REMESSA NAO GERADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-LAYOUT FROM 1 BY 1 UNTIL IDX-LAYOUT > 2
               MOVE 'N' TO TLY-HEADER-GRAVADO(IDX-LAYOUT)
               MOVE 0 TO TLY-SEQUENCIAL(IDX-LAYOUT)
               MOVE 0 TO TLY-QTD-DETALHES(IDX-LAYOUT)
               MOVE 0 TO TLY-TOTAL(IDX-LAYOUT)
           END-PERFORM
           OPEN INPUT ATRASADAS
           OPEN INPUT CLIENTES
           OPEN INPUT MANDATOS
           OPEN INPUT BANCO-CONTA
           OPEN OUTPUT REMESSA
           OPEN OUTPUT REMESSA-2
           OPEN I-O BOLETOS
           PERFORM UNTIL FIM-ATRASADAS = 'S'
               READ ATRASADAS
                   AT END
                       PERFORM 1500-TRATAR-ATRASADA
               END-READ
           END-PERFORM
           IF TLY-HEADER-GRAVADO(1) = 'S'
               PERFORM 3000-GRAVAR-TRAILER
           END-IF
           IF TLY-HEADER-GRAVADO(2) = 'S'
               PERFORM 3200-GRAVAR-TRAILER-2
           END-IF
           PERFORM 0200-GRAVAR-ULTIMOS-NUMEROS
           DISPLAY 'Boletos na remessa: ' TLY-QTD-DETALHES(1)
           DISPLAY 'Boletos na remessa do segundo banco: '
               TLY-QTD-DETALHES(2)
           PERFORM VARYING IDX-BCO FROM 1 BY 1
                   UNTIL IDX-BCO > QTD-BANCOS
               IF TB-QTD-BOLETOS(IDX-BCO) > 0
                   DISPLAY '  banco ' TB-CODIGO(IDX-BCO) ' '
                       TB-NOME(IDX-BCO) ': ' TB-QTD-BOLETOS(IDX-BCO)
               END-IF
           END-PERFORM
           DISPLAY 'Contas em debito automatico: ' QTD-EM-MANDATO
           DISPLAY 'Contas sem banco cobrador: ' QTD-SEM-BANCO
           DISPLAY 'Contas com faixa de nosso numero esgotada: '
               QTD-FAIXA-ESGOTADA
           DISPLAY 'Boletos sem PIX (chave nao configurada): '
               QTD-SEM-PIX
           CLOSE ATRASADAS
           CLOSE CLIENTES
           CLOSE MANDATOS
           CLOSE BANCO-CONTA
           CLOSE REMESSA
           CLOSE REMESSA-2
           CLOSE BOLETOS
           STOP RUN.

       0100-CARREGAR-BANCOS.
           OPEN INPUT BANCOS
           IF FS-BANCOS = '00'
               PERFORM UNTIL FIM-BANCOS = 'S'
                   READ BANCOS NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-BANCOS
                       NOT AT END
                           IF QTD-BANCOS < 20
                               ADD 1 TO QTD-BANCOS
                               PERFORM 0150-GUARDAR-BANCO
                           ELSE
                               DISPLAY 'TABELA DE BANCOS CHEIA, BANCO '
                                   'FORA DA RODADA: ' BCO-CODIGO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BANCOS.

       0150-GUARDAR-BANCO.
           MOVE BCO-CODIGO TO TB-CODIGO(QTD-BANCOS)
           MOVE BCO-NOME TO TB-NOME(QTD-BANCOS)
           MOVE BCO-LAYOUT TO TB-LAYOUT(QTD-BANCOS)
           MOVE BCO-CARTEIRA TO TB-CARTEIRA(QTD-BANCOS)
           MOVE BCO-AGENCIA TO TB-AGENCIA(QTD-BANCOS)
           MOVE BCO-CONTA TO TB-CONTA(QTD-BANCOS)
           MOVE BCO-FAIXA-DE TO TB-FAIXA-DE(QTD-BANCOS)
           MOVE BCO-FAIXA-ATE TO TB-FAIXA-ATE(QTD-BANCOS)
           MOVE BCO-NOSSO-FIM TO TB-NOSSO-FIM(QTD-BANCOS)
           MOVE BCO-NOSSO-ULTIMO TO TB-ULTIMO(QTD-BANCOS)
           MOVE BCO-SITUACAO TO TB-SITUACAO(QTD-BANCOS)
           MOVE 0 TO TB-QTD-BOLETOS(QTD-BANCOS).

      *----O ultimo numero de cada banco que emitiu volta ao cadastro
       0200-GRAVAR-ULTIMOS-NUMEROS.
           OPEN I-O BANCOS
           PERFORM VARYING IDX-BCO FROM 1 BY 1
                   UNTIL IDX-BCO > QTD-BANCOS
               IF TB-QTD-BOLETOS(IDX-BCO) > 0
                   MOVE TB-CODIGO(IDX-BCO) TO BCO-CODIGO
                   READ BANCOS KEY IS BCO-CODIGO
                       INVALID KEY
                           DISPLAY 'BANCO SUMIU DO CADASTRO NA RODADA: '
                               TB-CODIGO(IDX-BCO)
                       NOT INVALID KEY
                           MOVE TB-ULTIMO(IDX-BCO) TO BCO-NOSSO-ULTIMO
                           REWRITE REG-BANCO-COBRANCA
                   END-READ
               END-IF
           END-PERFORM
           CLOSE BANCOS.

      *----Conta com mandato de debito automatico ativo fica fora da
      *----remessa: a cobranca dela e a ordem de debito do dia
           IF TEM-MANDATO-ATIVO = 'S'
               ADD 1 TO QTD-EM-MANDATO
           ELSE
               PERFORM 1700-ESCOLHER-BANCO
               IF BANCO-ESCOLHIDO = 0
                   ADD 1 TO QTD-SEM-BANCO
                   DISPLAY 'CONTA SEM BANCO COBRADOR: ' ATR-CTA-ID
                       ' FAIXA ' ATR-FAIXA
               ELSE
                   IF TB-ULTIMO(BANCO-ESCOLHIDO)
                           NOT LESS TB-NOSSO-FIM(BANCO-ESCOLHIDO)
                       ADD 1 TO QTD-FAIXA-ESGOTADA
                       DISPLAY 'FAIXA DE NOSSO NUMERO ESGOTADA NO '
                           'BANCO ' TB-CODIGO(BANCO-ESCOLHIDO)
                           ', CONTA FORA DA REMESSA: ' ATR-CTA-ID
                   ELSE
                       PERFORM 2000-GRAVAR-DETALHE
                   END-IF
               END-IF
           END-IF.

      *----Banco apontado para a conta vale se estiver ativo; sem ele,
      *----o primeiro banco ativo que cobra a faixa da conta
       1700-ESCOLHER-BANCO.
           MOVE 0 TO BANCO-ESCOLHIDO
           IF FS-BANCO-CONTA = '00' OR FS-BANCO-CONTA = '05'
               MOVE ATR-CTA-ID TO BCC-CTA-ID
               READ BANCO-CONTA KEY IS BCC-CTA-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING IDX-BCO FROM 1 BY 1
                               UNTIL IDX-BCO > QTD-BANCOS
                           IF TB-CODIGO(IDX-BCO) = BCC-BANCO
                                   AND TB-SITUACAO(IDX-BCO) = 'A'
                               MOVE IDX-BCO TO BANCO-ESCOLHIDO
                           END-IF
                       END-PERFORM
               END-READ
           END-IF
           PERFORM VARYING IDX-BCO FROM 1 BY 1
                   UNTIL IDX-BCO > QTD-BANCOS OR BANCO-ESCOLHIDO > 0
               IF TB-SITUACAO(IDX-BCO) = 'A'
                       AND ATR-FAIXA NOT LESS TB-FAIXA-DE(IDX-BCO)
                       AND ATR-FAIXA NOT GREATER TB-FAIXA-ATE(IDX-BCO)
                   MOVE IDX-BCO TO BANCO-ESCOLHIDO
               END-IF
           END-PERFORM.

       1000-GRAVAR-HEADER.
           MOVE 'S' TO TLY-HEADER-GRAVADO(1)
           ADD 1 TO TLY-SEQUENCIAL(1)
           MOVE DATA-HOJE TO HDR-DATA
           MOVE TLY-SEQUENCIAL(1) TO HDR-SEQUENCIAL
           MOVE CNAB-HEADER TO REG-REMESSA
           WRITE REG-REMESSA.

       1200-GRAVAR-HEADER-2.
           MOVE 'S' TO TLY-HEADER-GRAVADO(2)
           ADD 1 TO TLY-SEQUENCIAL(2)
           MOVE TB-AGENCIA(BANCO-ESCOLHIDO) TO H2-AGENCIA
           MOVE TB-CONTA(BANCO-ESCOLHIDO) TO H2-CONTA
           MOVE TB-CODIGO(BANCO-ESCOLHIDO) TO H2-BANCO
           MOVE TB-NOME(BANCO-ESCOLHIDO) TO H2-NOME-BANCO
           MOVE DATA-DDMMAA TO H2-DATA
           MOVE TLY-SEQUENCIAL(2) TO H2-SEQUENCIAL
           MOVE CNAB2-HEADER TO REG-REMESSA-2
           WRITE REG-REMESSA-2.

      *----O detalhe vai para o arquivo do layout do banco escolhido;
      *----o header de cada arquivo sai junto com o primeiro detalhe
       2000-GRAVAR-DETALHE.
           ADD 1 TO TB-ULTIMO(BANCO-ESCOLHIDO)
           ADD 1 TO TB-QTD-BOLETOS(BANCO-ESCOLHIDO)
           MOVE TB-ULTIMO(BANCO-ESCOLHIDO) TO ULTIMO-NUMERO
           MOVE TB-LAYOUT(BANCO-ESCOLHIDO) TO IDX-LAYOUT
           IF IDX-LAYOUT NOT = 2
               MOVE 1 TO IDX-LAYOUT
           END-IF
           MOVE ATR-CLIENTE TO CLI-NUMERO
           READ CLIENTES KEY IS CLI-NUMERO
               INVALID KEY
                   MOVE SPACES TO REG-CLIENTE
                   MOVE '*** SEM CADASTRO ***' TO CLI-NOME
           END-READ
           ADD 1 TO TLY-QTD-DETALHES(IDX-LAYOUT)
           ADD ATR-VALOR-COM-JUROS TO TLY-TOTAL(IDX-LAYOUT)
           PERFORM 2050-MONTAR-PIX
           IF IDX-LAYOUT = 2
               PERFORM 2200-GRAVAR-DETALHE-2
           ELSE
               PERFORM 2100-GRAVAR-DETALHE-1
           END-IF
      *----O boleto nasce no master com status emitido; o retorno
      *----do banco muda para registrado/pago/rejeitado
           MOVE ULTIMO-NUMERO TO BOL-NUMERO
           MOVE DATA-HOJE TO BOL-VENCIMENTO
           MOVE ATR-VALOR-COM-JUROS TO BOL-VALOR
           SET BOL-EMITIDO TO TRUE
           MOVE TB-CODIGO(BANCO-ESCOLHIDO) TO BOL-BANCO
           WRITE REG-BOLETO
               INVALID KEY
                   DISPLAY 'NOSSO NUMERO COLIDIU NO MASTER DE '
                       'BOLETOS: ' BOL-NUMERO
           END-WRITE.

      *----Sem chave PIX no arquivo central o boleto sai so com o
      *----codigo de barras, como antes
       2050-MONTAR-PIX.
           MOVE SPACES TO PIX-TXID
           STRING 'BOL' DELIMITED BY SIZE
               ULTIMO-NUMERO DELIMITED BY SIZE
               INTO PIX-TXID
           MOVE ATR-VALOR-COM-JUROS TO PIX-VALOR
           CALL 'PixBrCode' USING DATA-HOJE PIX-TXID PIX-VALOR
               PIX-PAYLOAD PIX-TAMANHO PIX-RETORNO
           IF PIX-RETORNO NOT = 00
               ADD 1 TO QTD-SEM-PIX
               MOVE SPACES TO PIX-TXID
               MOVE SPACES TO PIX-PAYLOAD
           END-IF.

       2100-GRAVAR-DETALHE-1.
           IF TLY-HEADER-GRAVADO(1) NOT = 'S'
               PERFORM 1000-GRAVAR-HEADER
           END-IF
           ADD 1 TO TLY-SEQUENCIAL(1)
           MOVE ULTIMO-NUMERO TO DET-NOSSO-NUMERO
           MOVE DATA-HOJE TO DET-VENCIMENTO
           MOVE ATR-VALOR-COM-JUROS TO DET-VALOR
           MOVE ATR-CLIENTE TO DET-PAGADOR-NUMERO
           MOVE CLI-NOME TO DET-PAGADOR-NOME
           MOVE PIX-TXID TO DET-PIX-TXID
           MOVE PIX-PAYLOAD TO DET-PIX-BRCODE
           MOVE TLY-SEQUENCIAL(1) TO DET-SEQUENCIAL
           MOVE CNAB-DETALHE TO REG-REMESSA
           WRITE REG-REMESSA.

       2200-GRAVAR-DETALHE-2.
           IF TLY-HEADER-GRAVADO(2) NOT = 'S'
               PERFORM 1200-GRAVAR-HEADER-2
           END-IF
           ADD 1 TO TLY-SEQUENCIAL(2)
           MOVE TB-CARTEIRA(BANCO-ESCOLHIDO) TO D2-CARTEIRA
           MOVE TB-AGENCIA(BANCO-ESCOLHIDO) TO D2-AGENCIA
           MOVE TB-CONTA(BANCO-ESCOLHIDO) TO D2-CONTA
           MOVE ULTIMO-NUMERO TO D2-NOSSO-NUMERO
           MOVE ATR-CTA-ID TO D2-USO-EMPRESA
           MOVE DATA-DDMMAA TO D2-VENCIMENTO
           MOVE ATR-VALOR-COM-JUROS TO D2-VALOR
           MOVE DATA-DDMMAA TO D2-EMISSAO
           MOVE CLI-NOME TO D2-PAGADOR-NOME
           MOVE SPACES TO D2-PAGADOR-ENDERECO
           STRING CLI-END-RUA DELIMITED BY '  '
               ', ' DELIMITED BY SIZE
               CLI-END-NUMERO DELIMITED BY '  '
               INTO D2-PAGADOR-ENDERECO
           MOVE CLI-END-CEP TO D2-PAGADOR-CEP
           MOVE PIX-TXID TO D2-PIX-TXID
           MOVE PIX-PAYLOAD TO D2-PIX-BRCODE
           MOVE TLY-SEQUENCIAL(2) TO D2-SEQUENCIAL
           MOVE CNAB2-DETALHE TO REG-REMESSA-2
           WRITE REG-REMESSA-2.

       3000-GRAVAR-TRAILER.
           ADD 1 TO TLY-SEQUENCIAL(1)
           MOVE TLY-QTD-DETALHES(1) TO TRL-QTD-DETALHES
           MOVE TLY-TOTAL(1) TO TRL-VALOR-TOTAL
           MOVE TLY-SEQUENCIAL(1) TO TRL-SEQUENCIAL
           MOVE CNAB-TRAILER TO REG-REMESSA
           WRITE REG-REMESSA.

       3200-GRAVAR-TRAILER-2.
           ADD 1 TO TLY-SEQUENCIAL(2)
           MOVE H2-BANCO TO T2-BANCO
           MOVE TLY-QTD-DETALHES(2) TO T2-QTD-DETALHES
           MOVE TLY-TOTAL(2) TO T2-VALOR-TOTAL
           MOVE TLY-SEQUENCIAL(2) TO T2-SEQUENCIAL
           MOVE CNAB2-TRAILER TO REG-REMESSA-2
           WRITE REG-REMESSA-2.
       END PROGRAM CnabRemessa.
