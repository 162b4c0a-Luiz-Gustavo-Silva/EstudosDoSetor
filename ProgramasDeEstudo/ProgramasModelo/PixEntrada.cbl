      *          rodadas, e o id fim-a-fim dele NAO e consumido: o
      *          reenvio corrigido do banco entra como inedito em vez
      *          de ser recusado como repeticao.
      *          PIX de conta ja baixada como perda (fora do master,
      *          presente no LOSSES) tambem sai no PAGTOS: la o
      *          PagamentosPosta o reconhece como recuperacao.
      *          PIX pago pelo copia-e-cola de um boleto ou de um
      *          canhoto de carne traz o txid do titulo: BOL + nosso
      *          numero baixa aquele boleto no BOLETOS, ACD + conta + P
      *          + parcela anota a parcela paga no ACORDOS (como a
      *          opcao de anotar parcela do AcordoManutencao, com
      *          auditoria). A conta do pagamento passa a ser a do
      *          titulo, e nao a que o pagador digitou.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PixEntrada.
      *----resolver, como a suspensao de pagamentos
           SELECT PIX-PENDENTES ASSIGN TO "PIXPEND"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Titulos que o txid do PIX pode apontar
           SELECT OPTIONAL BOLETOS ASSIGN TO "BOLETOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-NUMERO
               FILE STATUS IS FS-BOLETOS.
           SELECT OPTIONAL ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-CTA-ID
               FILE STATUS IS FS-ACORDOS.
      *----Contas baixadas como perda pelo BaixaPerdas.cbl
           SELECT OPTIONAL PERDAS ASSIGN TO "LOSSES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERDAS.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  PIX-ENTRADA.
      *----Linha do arquivo do banco: id fim-a-fim, a conta que o
      *----pagador referenciou no txid, data e valor. O txid inteiro
      *----vem no fim da linha: o PIX de boleto ou de carne traz o
      *----do titulo, montado pelo PixBrCode
       01  REG-PIX.
           03 PIX-ENDTOEND PIC X(32).
           03 PIX-CTA-ID PIC 9(6).
           03 PIX-DATA PIC 9(8).
           03 PIX-VALOR PIC 9(7)V9(2).
           03 PIX-TXID PIC X(25).
           03 PIX-TXID-BOLETO REDEFINES PIX-TXID.
               05 PXB-PREFIXO PIC X(3).
               05 PXB-NOSSO-NUMERO PIC X(11).
               05 FILLER PIC X(11).
           03 PIX-TXID-CARNE REDEFINES PIX-TXID.
               05 PXC-PREFIXO PIC X(3).
               05 PXC-CTA-ID PIC X(6).
               05 PXC-SEPARADOR PIC X(1).
               05 PXC-PARCELA PIC X(2).
               05 FILLER PIC X(13).
       FD  PIX-REGISTRO.
       01  REG-PIX-REGISTRO.
           03 PXR-ENDTOEND PIC X(32).
           03 PAG-CTA-ID PIC 9(6).
           03 PAG-DATA PIC 9(8).
           03 PAG-VALOR PIC 9(7)V9(2).
           03 PAG-CANAL PIC X(1).
       FD  PIX-PENDENTES.
       01  REG-PIX-PENDENTE.
           03 PXP-ENDTOEND PIC X(32).
           03 PXP-VALOR PIC 9(7)V9(2).
           03 FILLER PIC X(2).
           03 PXP-MOTIVO PIC X(30).
       FD  BOLETOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegBoleto.
       FD  ACORDOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAcordo.
       FD  PERDAS.
      *----Mesmo layout do REG-PERDA de BaixaPerdas.cbl
       01  REG-PERDA.
           03 PRD-CTA-ID PIC 9(6).
           03 PRD-CLIENTE PIC 9(6).
           03 PRD-FAIXA PIC 9(1).
           03 PRD-VALOR-ATUALIZADO PIC 9(7)V9(2).
           03 PRD-DATA-BAIXA PIC 9(8).
           03 PRD-APROVADOR PIC X(10).
       COPY AuditJournalFD.
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-REGISTRO PIC X(2).
       01  FS-BOLETOS PIC X(2).
       01  FS-ACORDOS PIC X(2).
       01  FS-ACCOUNTS PIC X(2).
       01  FS-PERDAS PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  CONTA-ACHADA PIC X.
       01  QTD-EMITIDOS PIC 9(4) VALUE 0.
       01  QTD-DUPLICADOS PIC 9(4) VALUE 0.
       01  QTD-PENDENTES PIC 9(4) VALUE 0.
       01  MOTIVO-PENDENTE PIC X(30).
      *----Titulo apontado pelo txid: B-boleto, C-parcela de carne,
      *----branco-nenhum (vale a conta digitada)
       01  TIPO-TITULO PIC X(1).
       01  PARCELA-TXID PIC 9(2).
       01  QTD-BOLETOS-BAIXADOS PIC 9(4) VALUE 0.
       01  QTD-PARCELAS-ANOTADAS PIC 9(4) VALUE 0.
      *----Contas baixadas como perda, para o PIX que chega depois
       01  QTD-PERDAS PIC 9(4) VALUE 0.
       01  IDX-PERDA PIC 9(4).
       01  TAB-PERDA OCCURS 5000 TIMES.
           03 TPR-CTA-ID PIC 9(6).
       PROCEDURE DIVISION.
           OPEN EXTEND RUN-CONTROLE
           MOVE 'PIXENTRADA' TO RUN-PROGRAMA
           OPEN I-O PIX-REGISTRO
           OPEN EXTEND PAGAMENTOS
           OPEN EXTEND PIX-PENDENTES
           OPEN I-O BOLETOS
           OPEN I-O ACORDOS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'PIXENTRADA' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM 0100-CARREGAR-PERDAS
           MOVE 'N' TO FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ PIX-ENTRADA
           DISPLAY 'PIX emitidos no PAGTOS:   ' QTD-EMITIDOS
           DISPLAY 'PIX ja consumidos antes:  ' QTD-DUPLICADOS
           DISPLAY 'PIX pendentes de conta:   ' QTD-PENDENTES
           DISPLAY 'Boletos baixados por PIX: ' QTD-BOLETOS-BAIXADOS
           DISPLAY 'Parcelas de carne por PIX:' QTD-PARCELAS-ANOTADAS
           MOVE QTD-EMITIDOS TO RUN-GRAVADOS
           COMPUTE RUN-REJEITADOS = QTD-DUPLICADOS + QTD-PENDENTES
           MOVE 'F' TO RUN-EVENTO
           CLOSE PIX-REGISTRO
           CLOSE PAGAMENTOS
           CLOSE PIX-PENDENTES
           CLOSE BOLETOS
           CLOSE ACORDOS
           CLOSE AUDIT-JOURNAL
           STOP RUN.

       0100-CARREGAR-PERDAS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT PERDAS
           IF FS-PERDAS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ PERDAS
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF QTD-PERDAS < 5000
                           ADD 1 TO QTD-PERDAS
                           MOVE PRD-CTA-ID TO TPR-CTA-ID(QTD-PERDAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERDAS.

      *----Primeiro a deduplicacao pelo id fim-a-fim, depois o
      *----casamento da conta; so o PIX que de fato entra no PAGTOS
      *----e consumido no PIXREG - o pendente fica fora do registro
           END-READ.

       1100-CONSUMIR-PIX.
           PERFORM 1150-IDENTIFICAR-TITULO
           PERFORM 1200-CASAR-CONTA
           IF CONTA-ACHADA = 'S'
               IF TIPO-TITULO = 'B'
                   PERFORM 1300-BAIXAR-BOLETO
               END-IF
               IF TIPO-TITULO = 'C'
                   PERFORM 1400-ANOTAR-PARCELA
               END-IF
               ADD 1 TO QTD-EMITIDOS
               MOVE PIX-CTA-ID TO PAG-CTA-ID
               MOVE PIX-DATA TO PAG-DATA
               MOVE PIX-VALOR TO PAG-VALOR
               MOVE 'P' TO PAG-CANAL
               WRITE REG-PAGAMENTO
               MOVE PIX-ENDTOEND TO PXR-ENDTOEND
               MOVE PIX-CTA-ID TO PXR-CTA-ID
               WRITE REG-PIX-PENDENTE
           END-IF.

      *----Txid de titulo conhecido troca a conta digitada pela conta
      *----do titulo; txid que nao acha o titulo fica com a digitada
       1150-IDENTIFICAR-TITULO.
           MOVE SPACE TO TIPO-TITULO
           IF PXB-PREFIXO = 'BOL' AND PXB-NOSSO-NUMERO IS NUMERIC
                   AND (FS-BOLETOS = '00' OR FS-BOLETOS = '05')
               MOVE PXB-NOSSO-NUMERO TO BOL-NUMERO
               READ BOLETOS KEY IS BOL-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'B' TO TIPO-TITULO
                       MOVE BOL-CTA-ID TO PIX-CTA-ID
               END-READ
           END-IF
           IF PXC-PREFIXO = 'ACD' AND PXC-CTA-ID IS NUMERIC
                   AND PXC-SEPARADOR = 'P' AND PXC-PARCELA IS NUMERIC
                   AND (FS-ACORDOS = '00' OR FS-ACORDOS = '05')
               MOVE PXC-CTA-ID TO ACD-CTA-ID
               READ ACORDOS KEY IS ACD-CTA-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'C' TO TIPO-TITULO
                       MOVE PXC-PARCELA TO PARCELA-TXID
                       MOVE ACD-CTA-ID TO PIX-CTA-ID
               END-READ
           END-IF.

       1200-CASAR-CONTA.
           MOVE 'N' TO CONTA-ACHADA
           IF PIX-CTA-ID = 0
                   INVALID KEY
                       MOVE 'CONTA NAO EXISTE NO MASTER'
                           TO MOTIVO-PENDENTE
                       PERFORM VARYING IDX-PERDA FROM 1 BY 1
                               UNTIL IDX-PERDA > QTD-PERDAS
                                   OR CONTA-ACHADA = 'S'
                           IF TPR-CTA-ID(IDX-PERDA) = PIX-CTA-ID
                               MOVE 'S' TO CONTA-ACHADA
                           END-IF
                       END-PERFORM
                   NOT INVALID KEY
                       MOVE 'S' TO CONTA-ACHADA
               END-READ
           END-IF.

      *----Boleto ja pago (pelo banco ou por outro PIX) nao muda; o
      *----pagamento segue para o PAGTOS e o PagamentosDuplicidade
      *----separa a repeticao antes da baixa
       1300-BAIXAR-BOLETO.
           IF NOT BOL-PAGO
               MOVE BOL-STATUS TO AUDIT-VALOR-ANTES
               SET BOL-PAGO TO TRUE
               REWRITE REG-BOLETO
               ADD 1 TO QTD-BOLETOS-BAIXADOS
               MOVE 'BOLETO-PAGO-PIX' TO AUDIT-ACAO
               MOVE SPACES TO AUDIT-VALOR-DEPOIS
               STRING BOL-NUMERO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   BOL-STATUS DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PIX-ENDTOEND DELIMITED BY SPACE
                   INTO AUDIT-VALOR-DEPOIS
               PERFORM 9900-GRAVAR-AUDITORIA
           END-IF.

      *----Como a anotacao de parcela do AcordoManutencao: so acordo
      *----ativo, e so parcela que ainda nao conta como paga; o
      *----canhoto de acordo quebrado nao vale mais e o dinheiro
      *----entra so como pagamento da conta
       1400-ANOTAR-PARCELA.
           IF ACD-ATIVO AND PARCELA-TXID GREATER ACD-PARCELAS-PAGAS
               MOVE ACD-PARCELAS-PAGAS TO AUDIT-VALOR-ANTES
               ADD 1 TO ACD-PARCELAS-PAGAS
               IF ACD-PARCELAS-PAGAS NOT LESS ACD-QTD-PARCELAS
                   SET ACD-QUITADO TO TRUE
               END-IF
               REWRITE REG-ACORDO
               ADD 1 TO QTD-PARCELAS-ANOTADAS
               MOVE 'PARCELA-PAGA-PIX' TO AUDIT-ACAO
               MOVE SPACES TO AUDIT-VALOR-DEPOIS
               STRING ACD-CTA-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ACD-PARCELAS-PAGAS DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PIX-TXID DELIMITED BY SPACE
                   INTO AUDIT-VALOR-DEPOIS
               PERFORM 9900-GRAVAR-AUDITORIA
           END-IF.

       COPY GravarAuditoria.

       COPY GravarRunControle.
       END PROGRAM PixEntrada.
