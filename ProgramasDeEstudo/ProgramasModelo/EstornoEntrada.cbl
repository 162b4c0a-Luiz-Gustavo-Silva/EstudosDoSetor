      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Entrada dos estornos informados pelos bancos - PIX
      *          devolvido, debito automatico contestado pelo pagador
      *          e liquidacao de boleto cancelada no CNAB -, que ate
      *          aqui eram ajustados na mao depois que o pagamento ja
      *          tinha baixado. Le o arquivo ESTIN, acha a baixa
      *          original no razao MOVCONTA (conta, dia do pagamento
      *          e valor; no boleto tambem o nosso numero), devolve o
      *          valor ao debito da conta no ACCOUNTS, reabre o boleto
      *          que estava pago no BOLETOS, e grava o movimento de
      *          estornos ESTMOV, de onde o ContabilExporta tira o
      *          lancamento inverso do GLIF e o ConciliaBanco casa o
      *          debito do extrato. O registro ESTREG guarda a chave
      *          da baixa ja estornada: o mesmo pagamento nao e
      *          estornado duas vezes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EstornoEntrada.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTORNOS ASSIGN TO "ESTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTORNOS.
           SELECT OPTIONAL ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-ACCOUNTS.
           SELECT OPTIONAL BOLETOS ASSIGN TO "BOLETOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-NUMERO
               FILE STATUS IS FS-BOLETOS.
      *----Baixas ja estornadas, pela chave da linha do razao: o
      *----mesmo estorno relatado duas vezes nao devolve o debito
      *----em dobro
           SELECT OPTIONAL ESTORNO-REGISTRO ASSIGN TO "ESTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERG-CHAVE
               FILE STATUS IS FS-REGISTRO.
      *----EXTEND: acumula os estornos de todos os dias; cada
      *----leitor filtra pelo dia que processa
           SELECT MOVIMENTO-ESTORNO ASSIGN TO "ESTMOV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-ESTORNO ASSIGN TO "ESTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
           COPY MovContaSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTORNOS.
      *----Origem PX (PIX devolvido), DA (debito automatico
      *----contestado) ou BL (liquidacao de boleto cancelada); a
      *----referencia e o id fim-a-fim do PIX ou o nosso numero
       01  REG-ESTORNO.
           03 EST-ORIGEM PIC X(2).
               88 EST-PIX VALUE 'PX'.
               88 EST-DEBITO-AUTOMATICO VALUE 'DA'.
               88 EST-BOLETO VALUE 'BL'.
           03 EST-CTA-ID PIC 9(6).
           03 EST-DATA-PAGAMENTO PIC 9(8).
           03 EST-DATA-ESTORNO PIC 9(8).
           03 EST-VALOR PIC 9(7)V9(2).
           03 EST-REFERENCIA PIC X(32).
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
       FD  BOLETOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegBoleto.
       FD  ESTORNO-REGISTRO.
       01  REG-ESTORNO-REGISTRO.
           03 ERG-CHAVE.
               05 ERG-CTA-ID PIC 9(6).
               05 ERG-DATA PIC 9(8).
               05 ERG-SEQ PIC 9(4).
           03 ERG-ORIGEM PIC X(2).
           03 ERG-DATA-ESTORNO PIC 9(8).
           03 ERG-REFERENCIA PIC X(32).
       FD  MOVIMENTO-ESTORNO.
      *----Lido pelo ContabilExporta.cbl e pelo ConciliaBanco.cbl
       01  REG-MOVIMENTO-ESTORNO.
           03 EMV-DATA PIC 9(8).
           03 EMV-CTA-ID PIC 9(6).
           03 EMV-ORIGEM PIC X(2).
           03 EMV-VALOR PIC 9(7)V9(2).
           03 EMV-REFERENCIA PIC X(32).
       FD  RELATORIO-ESTORNO.
       01  REG-RELATORIO PIC X(100).
       COPY AuditJournalFD.
       COPY RunControleFD.
       COPY MovContaFD.
       WORKING-STORAGE SECTION.
       01  FS-ESTORNOS PIC X(2).
       01  FS-ACCOUNTS PIC X(2).
       01  FS-BOLETOS PIC X(2).
       01  FS-REGISTRO PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  FIM-RAZAO PIC X.
       01  BAIXA-ACHADA PIC X.
       01  MOTIVO-RECUSA PIC X(30).
       01  CHAVE-ORIGINAL.
           03 CHO-CTA-ID PIC 9(6).
           03 CHO-DATA PIC 9(8).
           03 CHO-SEQ PIC 9(4).
       01  QTD-ESTORNADOS PIC 9(4) VALUE 0.
       01  QTD-RECUSADOS PIC 9(4) VALUE 0.
       01  QTD-BOLETOS-REABERTOS PIC 9(4) VALUE 0.
       01  TOTAL-ESTORNADO PIC 9(9)V9(2) VALUE 0.
       01  VALOR-ANTES-ED PIC -(7)9,99.
       01  VALOR-DEPOIS-ED PIC -(7)9,99.
       01  LINHA-ESTORNO.
           03 LE-ORIGEM PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LE-CTA-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LE-DATA-PAGAMENTO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LE-VALOR PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LE-SITUACAO PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LE-REFERENCIA PIC X(32).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           OPEN EXTEND RUN-CONTROLE
           MOVE 'ESTORNOENTRADA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'ESTORNOENTRADA' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           OPEN I-O ACCOUNTS
           OPEN I-O BOLETOS
           OPEN I-O ESTORNO-REGISTRO
           OPEN I-O MOV-CONTA
           OPEN EXTEND MOVIMENTO-ESTORNO
           OPEN OUTPUT RELATORIO-ESTORNO
           MOVE 'ESTORNOS RECEBIDOS DOS BANCOS' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT ESTORNOS
           IF FS-ESTORNOS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
               DISPLAY 'ARQUIVO DE ESTORNOS INDISPONIVEL ('
                   FS-ESTORNOS ')'
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ESTORNOS
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO RUN-LIDOS
                       PERFORM 1000-TRATAR-ESTORNO
               END-READ
           END-PERFORM
           CLOSE ESTORNOS
           PERFORM 3000-GRAVAR-RESUMO
           DISPLAY 'Estornos aplicados:  ' QTD-ESTORNADOS
           DISPLAY 'Estornos recusados:  ' QTD-RECUSADOS
           DISPLAY 'Boletos reabertos:   ' QTD-BOLETOS-REABERTOS
           MOVE QTD-ESTORNADOS TO RUN-GRAVADOS
           MOVE QTD-RECUSADOS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           CLOSE ACCOUNTS
           CLOSE BOLETOS
           CLOSE ESTORNO-REGISTRO
           CLOSE MOV-CONTA
           CLOSE MOVIMENTO-ESTORNO
           CLOSE RELATORIO-ESTORNO
           CLOSE AUDIT-JOURNAL
           STOP RUN.

      *----Primeiro acha a baixa original ainda nao estornada; so
      *----com ela na mao o debito volta para a conta
       1000-TRATAR-ESTORNO.
           MOVE SPACES TO MOTIVO-RECUSA
           IF NOT EST-PIX AND NOT EST-DEBITO-AUTOMATICO AND
                   NOT EST-BOLETO
               MOVE 'ORIGEM DESCONHECIDA' TO MOTIVO-RECUSA
           ELSE
               PERFORM 1100-LOCALIZAR-BAIXA
               IF BAIXA-ACHADA = 'S'
                   PERFORM 2000-ESTORNAR-BAIXA
               ELSE
                   MOVE 'PAGAMENTO ORIGINAL NAO ACHADO'
                       TO MOTIVO-RECUSA
               END-IF
           END-IF
           IF MOTIVO-RECUSA NOT = SPACES
               ADD 1 TO QTD-RECUSADOS
               MOVE MOTIVO-RECUSA TO LE-SITUACAO
               PERFORM 8000-LINHA-RELATORIO
           END-IF.

      *----Credito de pagamento (PG) ou de boleto (BL) da conta no
      *----dia do pagamento, com o mesmo valor e ainda fora do
      *----ESTREG; no boleto o nosso numero tambem tem que bater
       1100-LOCALIZAR-BAIXA.
           MOVE 'N' TO BAIXA-ACHADA
           MOVE 'N' TO FIM-RAZAO
           MOVE EST-CTA-ID TO MVC-CTA-ID
           MOVE EST-DATA-PAGAMENTO TO MVC-DATA
           MOVE 0 TO MVC-SEQ
           START MOV-CONTA KEY IS NOT LESS THAN MVC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-RAZAO
           END-START
           PERFORM UNTIL FIM-RAZAO = 'S' OR BAIXA-ACHADA = 'S'
               READ MOV-CONTA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-RAZAO
                   NOT AT END
                       IF MVC-CTA-ID NOT = EST-CTA-ID OR
                               MVC-DATA NOT = EST-DATA-PAGAMENTO
                           MOVE 'S' TO FIM-RAZAO
                       ELSE
                           PERFORM 1150-CONFERIR-CANDIDATA
                       END-IF
               END-READ
           END-PERFORM.

       1150-CONFERIR-CANDIDATA.
           IF MVC-CREDITO AND MVC-VALOR = EST-VALOR
               IF (EST-BOLETO AND MVC-BOLETO AND
                       MVC-REFERENCIA(1:11) = EST-REFERENCIA(1:11))
                   OR (NOT EST-BOLETO AND MVC-PAGAMENTO)
                   MOVE MVC-CHAVE TO ERG-CHAVE
                   READ ESTORNO-REGISTRO KEY IS ERG-CHAVE
                       INVALID KEY
                           MOVE 'S' TO BAIXA-ACHADA
                           MOVE MVC-CHAVE TO CHAVE-ORIGINAL
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
           END-IF.

      *----O valor volta ao debito da conta, com a linha ES no
      *----razao, o journal, o boleto reaberto e o ESTMOV
       2000-ESTORNAR-BAIXA.
           MOVE EST-CTA-ID TO CTA-ID
           READ ACCOUNTS KEY IS CTA-ID
               INVALID KEY
                   MOVE 'CONTA NAO EXISTE NO MASTER' TO MOTIVO-RECUSA
               NOT INVALID KEY
                   PERFORM 2100-DEVOLVER-DEBITO
           END-READ.

       2100-DEVOLVER-DEBITO.
           MOVE CTA-DEBITO TO VALOR-ANTES-ED
           ADD EST-VALOR TO CTA-DEBITO
           REWRITE REG-CONTA
           MOVE CTA-ID TO MVC-CTA-ID
           MOVE EST-DATA-ESTORNO TO MVC-DATA
           MOVE 'ESTORNOENTRADA' TO MVC-PROGRAMA
           SET MVC-ESTORNO TO TRUE
           SET MVC-DEBITO TO TRUE
           MOVE EST-VALOR TO MVC-VALOR
           MOVE SPACES TO MVC-REFERENCIA
           STRING 'ESTORNO ' DELIMITED BY SIZE
               EST-ORIGEM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CHO-DATA DELIMITED BY SIZE
               INTO MVC-REFERENCIA
           PERFORM 9750-GRAVAR-MOV-CONTA
           MOVE 'ESTORNO-PAGAMENTO' TO AUDIT-ACAO
           MOVE SPACES TO AUDIT-VALOR-ANTES
           STRING CTA-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VALOR-ANTES-ED DELIMITED BY SIZE
               INTO AUDIT-VALOR-ANTES
           MOVE CTA-DEBITO TO VALOR-DEPOIS-ED
           MOVE VALOR-DEPOIS-ED TO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           MOVE CHAVE-ORIGINAL TO ERG-CHAVE
           MOVE EST-ORIGEM TO ERG-ORIGEM
           MOVE EST-DATA-ESTORNO TO ERG-DATA-ESTORNO
           MOVE EST-REFERENCIA TO ERG-REFERENCIA
           WRITE REG-ESTORNO-REGISTRO
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF EST-BOLETO
               PERFORM 2200-REABRIR-BOLETO
           END-IF
           MOVE EST-DATA-ESTORNO TO EMV-DATA
           MOVE EST-CTA-ID TO EMV-CTA-ID
           MOVE EST-ORIGEM TO EMV-ORIGEM
           MOVE EST-VALOR TO EMV-VALOR
           MOVE EST-REFERENCIA TO EMV-REFERENCIA
           WRITE REG-MOVIMENTO-ESTORNO
           ADD 1 TO QTD-ESTORNADOS
           ADD EST-VALOR TO TOTAL-ESTORNADO
           MOVE 'ESTORNADO' TO LE-SITUACAO
           PERFORM 8000-LINHA-RELATORIO.

      *----Liquidacao cancelada: o boleto pago volta a registrado,
      *----em aberto no banco como antes da liquidacao
       2200-REABRIR-BOLETO.
           IF FS-BOLETOS = '00' OR FS-BOLETOS = '05'
               MOVE EST-REFERENCIA(1:11) TO BOL-NUMERO
               READ BOLETOS KEY IS BOL-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BOL-PAGO
                           SET BOL-REGISTRADO TO TRUE
                           REWRITE REG-BOLETO
                           ADD 1 TO QTD-BOLETOS-REABERTOS
                       END-IF
               END-READ
           END-IF.

       3000-GRAVAR-RESUMO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           MOVE TOTAL-ESTORNADO TO VALOR-DEPOIS-ED
           STRING 'ESTORNADOS: ' DELIMITED BY SIZE
               QTD-ESTORNADOS DELIMITED BY SIZE
               '  VALOR: ' DELIMITED BY SIZE
               VALOR-DEPOIS-ED DELIMITED BY SIZE
               '  RECUSADOS: ' DELIMITED BY SIZE
               QTD-RECUSADOS DELIMITED BY SIZE
               '  BOLETOS REABERTOS: ' DELIMITED BY SIZE
               QTD-BOLETOS-REABERTOS DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO.

       8000-LINHA-RELATORIO.
           MOVE EST-ORIGEM TO LE-ORIGEM
           MOVE EST-CTA-ID TO LE-CTA-ID
           MOVE EST-DATA-PAGAMENTO TO LE-DATA-PAGAMENTO
           MOVE EST-VALOR TO LE-VALOR
           MOVE EST-REFERENCIA TO LE-REFERENCIA
           MOVE LINHA-ESTORNO TO REG-RELATORIO
           WRITE REG-RELATORIO.

       COPY GravarAuditoria.
       COPY GravarRunControle.
       COPY GravarMovConta.
       END PROGRAM EstornoEntrada.
