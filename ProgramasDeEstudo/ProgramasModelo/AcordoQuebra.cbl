      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Quebra diaria dos acordos de parcelamento
      *          inadimplentes. Um acordo ficava ativo para sempre,
      *          mesmo com o cliente meses sem pagar parcela, e o
      *          ContasAtraso so envelhecia as parcelas perdidas.
      *          Aqui o acordo ativo com mais parcelas em atraso do
      *          que o limite do arquivo central de parametros
      *          (ACORDOS/MAX-PARC-ATR) e cancelado: a conta volta ao
      *          envelhecimento normal pelo debito do ACCOUNTS, que
      *          nunca deixou de ser o debito original menos o que
      *          foi de fato pago; o desconto aprovado na mesa de
      *          negociacao sob condicao de pagamento (DESCPEND) fica
      *          revogado; os canhotos do carne ainda nao pagos sao
      *          anulados no CARNEANUL, e o cliente recebe a carta de
      *          quebra do acordo no QUEBRACARTA. Cada quebra vai ao
      *          journal de auditoria e ao QUEBRARPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcordoQuebra.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
      *----Valores em reais com virgula, como nas cartas de papel
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-CTA-ID
               FILE STATUS IS FS-ACORDOS.
           SELECT OPTIONAL ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-ACCOUNTS.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
      *----Quitacoes com desconto aprovadas na NegociacaoMesa
           SELECT OPTIONAL DESCONTOS-PEND ASSIGN TO "DESCPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSC-CTA-ID
               FILE STATUS IS FS-DESCONTOS.
      *----EXTEND: canhotos anulados de todos os dias, para o caixa
      *----e a cobranca recusarem o canhoto de acordo quebrado
           SELECT CARNES-ANULADOS ASSIGN TO "CARNEANUL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARTAS-QUEBRA ASSIGN TO "QUEBRACARTA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-QUEBRA ASSIGN TO "QUEBRARPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ACORDOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAcordo.
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       FD  DESCONTOS-PEND.
      *----Mesmo layout do REG-DESCONTO-PEND de NegociacaoMesa.cbl
       01  REG-DESCONTO-PEND.
           03 DSC-CTA-ID PIC 9(6).
           03 DSC-VALOR-ATUALIZADO PIC 9(7)V9(2).
           03 DSC-PERCENTUAL PIC 9(2)V9(2).
           03 DSC-VALOR-COM-DESCONTO PIC 9(7)V9(2).
           03 DSC-OPERADOR PIC X(10).
           03 DSC-DATA PIC 9(8).
           03 DSC-STATUS PIC X(1).
               88 DSC-PENDENTE VALUE 'P'.
               88 DSC-APROVADO VALUE 'A'.
               88 DSC-RECUSADO VALUE 'R'.
               88 DSC-QUITADO VALUE 'Q'.
               88 DSC-REVOGADO VALUE 'X'.
       FD  CARNES-ANULADOS.
       01  REG-CARNE-ANULADO.
           03 CAN-CTA-ID PIC 9(6).
           03 CAN-PARCELA PIC 9(2).
           03 CAN-QTD-PARCELAS PIC 9(2).
           03 CAN-VENCIMENTO PIC 9(8).
           03 CAN-VALOR PIC 9(7)V9(2).
           03 CAN-DATA-ANULACAO PIC 9(8).
       FD  CARTAS-QUEBRA.
       01  REG-CARTA PIC X(80).
       FD  RELATORIO-QUEBRA.
       01  REG-RELATORIO PIC X(100).
       COPY AuditJournalFD.
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-ACORDOS PIC X(2).
       01  FS-ACCOUNTS PIC X(2).
       01  FS-CLIENTES PIC X(2).
       01  FS-DESCONTOS PIC X(2).
       01  FIM-ACORDOS PIC X VALUE 'N'.
       01  DATA-HOJE PIC 9(8).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           03 DH-ANO PIC 9(4).
           03 DH-MES PIC 9(2).
           03 DH-DIA PIC 9(2).
      *----Parcelas em atraso toleradas; acima disso o acordo quebra.
      *----O arquivo central de parametros sobrepoe o padrao
       77  LIMITE-PARCELAS PIC 9(2) VALUE 3.
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
      *----Apuracao das parcelas em atraso, com a mesma aritmetica
      *----de meses do envelhecimento por acordo do ContasAtraso
       01  VALOR-PARCELA PIC 9(7)V9(2).
       01  MESES-DO-ACORDO PIC S9(5).
       01  PARCELAS-VENCIDAS PIC S9(3).
       01  PARCELAS-EM-ATRASO PIC S9(3).
       01  MESES-TOTAIS PIC 9(7).
       01  IDX-PARCELA PIC 9(2).
       01  DATA-PARCELA PIC 9(8).
       01  DATA-PARCELA-R REDEFINES DATA-PARCELA.
           03 DP-ANO PIC 9(4).
           03 DP-MES PIC 9(2).
           03 DP-DIA PIC 9(2).
      *----Parametros do utilitario de datas compartilhado DataUtil
       01  DU-FUNCAO PIC 9.
       01  DU-DATA-DE PIC 9(8).
       01  DU-DATA-ATE PIC 9(8).
       01  DU-RESULTADO-DIAS PIC S9(5).
       01  DU-DATA-RESULTADO PIC 9(8).
       01  DU-RETORNO PIC 9(2).
      *----Saldo que volta a envelhecer: o debito original da conta
      *----menos tudo o que foi creditado nela, parcelas inclusive
       01  SALDO-RESTABELECIDO PIC S9(8)V9(2).
       01  VALOR-PAGO-ACORDO PIC 9(7)V9(2).
       01  CONTA-ACHADA PIC X.
       01  DESCONTO-REVOGADO PIC X.
       01  QTD-ACORDOS-ATIVOS PIC 9(5) VALUE 0.
       01  QTD-QUEBRADOS PIC 9(5) VALUE 0.
       01  QTD-CANHOTOS-ANULADOS PIC 9(5) VALUE 0.
       01  QTD-CARTAS PIC 9(5) VALUE 0.
       01  QTD-SEM-CADASTRO PIC 9(5) VALUE 0.
       01  QTD-DESCONTOS-REVOGADOS PIC 9(5) VALUE 0.
       01  VALOR-ED PIC -(7)9,99.
       01  PARCELAS-ED PIC ZZ9.
       01  LINHA-TEXTO PIC X(80).
       01  LINHA-QUEBRA.
           03 LQ-CTA-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LQ-PAGAS PIC Z9.
           03 FILLER PIC X(1) VALUE '/'.
           03 LQ-QTD PIC Z9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LQ-EM-ATRASO PIC ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LQ-PAGO PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LQ-SALDO PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LQ-OBS PIC X(40).
       01  LINHA-RESUMO PIC X(100).
       01  RETORNO-DATA-NEG PIC 9(2).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           MOVE 'ACORDOS' TO PARAM-PROGRAMA
           MOVE 'MAX-PARC-ATR' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE LIMITE-PARCELAS = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'ACORDOQUEBRA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'ACORDOQUEBRA' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           OPEN I-O ACORDOS
           OPEN INPUT ACCOUNTS
           OPEN INPUT CLIENTES
           OPEN I-O DESCONTOS-PEND
           OPEN EXTEND CARNES-ANULADOS
           OPEN OUTPUT CARTAS-QUEBRA
           OPEN OUTPUT RELATORIO-QUEBRA
           MOVE SPACES TO LINHA-RESUMO
           STRING 'ACORDOS QUEBRADOS EM ' DELIMITED BY SIZE
               DATA-HOJE DELIMITED BY SIZE
               ' - LIMITE DE PARCELAS EM ATRASO: ' DELIMITED BY SIZE
               LIMITE-PARCELAS DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'CONTA   PAGAS  ATR      PAGO NO ACORDO  SALDO'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LOW-VALUES TO ACD-CTA-ID
           START ACORDOS KEY NOT LESS THAN ACD-CTA-ID
               INVALID KEY
                   MOVE 'S' TO FIM-ACORDOS
           END-START
           IF FS-ACORDOS NOT = '00'
               MOVE 'S' TO FIM-ACORDOS
           END-IF
           PERFORM UNTIL FIM-ACORDOS = 'S'
               READ ACORDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ACORDOS
                   NOT AT END
                       IF ACD-ATIVO AND ACD-QTD-PARCELAS GREATER 0
                           ADD 1 TO QTD-ACORDOS-ATIVOS
                           PERFORM 1000-APURAR-ATRASO
                           IF PARCELAS-EM-ATRASO GREATER
                                   LIMITE-PARCELAS
                               PERFORM 2000-QUEBRAR-ACORDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 3000-GRAVAR-RESUMO
           CLOSE ACORDOS
           CLOSE ACCOUNTS
           CLOSE CLIENTES
           CLOSE DESCONTOS-PEND
           CLOSE CARNES-ANULADOS
           CLOSE CARTAS-QUEBRA
           CLOSE RELATORIO-QUEBRA
           DISPLAY 'Acordos ativos conferidos: ' QTD-ACORDOS-ATIVOS
           DISPLAY 'Acordos quebrados:         ' QTD-QUEBRADOS
           DISPLAY 'Canhotos anulados:         ' QTD-CANHOTOS-ANULADOS
           DISPLAY 'Cartas de quebra:          ' QTD-CARTAS
           MOVE QTD-ACORDOS-ATIVOS TO RUN-LIDOS
           MOVE QTD-QUEBRADOS TO RUN-GRAVADOS
           MOVE QTD-SEM-CADASTRO TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           CLOSE AUDIT-JOURNAL
           STOP RUN.

      *----Parcelas vencidas desde o primeiro mes do acordo (a do
      *----mes so conta a partir do dia de vencimento) menos as pagas
       1000-APURAR-ATRASO.
           DIVIDE ACD-TOTAL BY ACD-QTD-PARCELAS
               GIVING VALOR-PARCELA ROUNDED
           COMPUTE MESES-DO-ACORDO =
               (DH-ANO * 12 + DH-MES) -
               (FUNCTION NUMVAL(ACD-PRIMEIRO-MES(1:4)) * 12 +
                FUNCTION NUMVAL(ACD-PRIMEIRO-MES(5:2)))
           COMPUTE PARCELAS-VENCIDAS = MESES-DO-ACORDO
           IF DH-DIA NOT LESS ACD-DIA-VENCIMENTO
               ADD 1 TO PARCELAS-VENCIDAS
           END-IF
           IF PARCELAS-VENCIDAS GREATER ACD-QTD-PARCELAS
               MOVE ACD-QTD-PARCELAS TO PARCELAS-VENCIDAS
           END-IF
           COMPUTE PARCELAS-EM-ATRASO =
               PARCELAS-VENCIDAS - ACD-PARCELAS-PAGAS.

      *----O ACCOUNTS nunca foi trocado pelo total do acordo: o
      *----debito original menos os creditos ja e o saldo que volta
      *----a envelhecer assim que o acordo deixa de estar ativo
       2000-QUEBRAR-ACORDO.
           ADD 1 TO QTD-QUEBRADOS
           MOVE SPACES TO LQ-OBS
           COMPUTE VALOR-PAGO-ACORDO =
               VALOR-PARCELA * ACD-PARCELAS-PAGAS
           MOVE 0 TO SALDO-RESTABELECIDO
           MOVE 'N' TO CONTA-ACHADA
           MOVE ACD-CTA-ID TO CTA-ID
           READ ACCOUNTS KEY IS CTA-ID
               INVALID KEY
                   MOVE 'CONTA FORA DO MASTER' TO LQ-OBS
               NOT INVALID KEY
                   MOVE 'S' TO CONTA-ACHADA
                   COMPUTE SALDO-RESTABELECIDO =
                       CTA-DEBITO - CTA-CREDITO
           END-READ
           MOVE PARCELAS-EM-ATRASO TO PARCELAS-ED
           PERFORM 2100-REVOGAR-DESCONTO
           MOVE ACD-STATUS TO AUDIT-VALOR-ANTES
           SET ACD-CANCELADO TO TRUE
           REWRITE REG-ACORDO
           MOVE 'QUEBRA-ACORDO' TO AUDIT-ACAO
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING ACD-CTA-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ACD-STATUS DELIMITED BY SIZE
               ' ATRASO ' DELIMITED BY SIZE
               PARCELAS-ED DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           PERFORM VARYING IDX-PARCELA FROM ACD-PARCELAS-PAGAS BY 1
                   UNTIL IDX-PARCELA NOT LESS ACD-QTD-PARCELAS
               PERFORM 2200-ANULAR-CANHOTO
           END-PERFORM
           IF CONTA-ACHADA = 'S'
               PERFORM 2300-EMITIR-CARTA
           END-IF
           MOVE ACD-CTA-ID TO LQ-CTA-ID
           MOVE ACD-PARCELAS-PAGAS TO LQ-PAGAS
           MOVE ACD-QTD-PARCELAS TO LQ-QTD
           MOVE PARCELAS-EM-ATRASO TO LQ-EM-ATRASO
           MOVE VALOR-PAGO-ACORDO TO LQ-PAGO
           MOVE SALDO-RESTABELECIDO TO LQ-SALDO
           IF DESCONTO-REVOGADO = 'S' AND LQ-OBS = SPACES
               MOVE 'DESCONTO APROVADO REVOGADO' TO LQ-OBS
           END-IF
           MOVE LINHA-QUEBRA TO REG-RELATORIO
           WRITE REG-RELATORIO.

      *----Desconto aprovado na mesa e condicionado a quitacao: com
      *----o acordo quebrado ele nao vale mais, e o PagamentosPosta
      *----so baixa desconto aprovado
       2100-REVOGAR-DESCONTO.
           MOVE 'N' TO DESCONTO-REVOGADO
           IF FS-DESCONTOS = '00' OR FS-DESCONTOS = '05'
               MOVE ACD-CTA-ID TO DSC-CTA-ID
               READ DESCONTOS-PEND KEY IS DSC-CTA-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSC-APROVADO
                           MOVE DSC-STATUS TO AUDIT-VALOR-ANTES
                           SET DSC-REVOGADO TO TRUE
                           REWRITE REG-DESCONTO-PEND
                           MOVE 'S' TO DESCONTO-REVOGADO
                           ADD 1 TO QTD-DESCONTOS-REVOGADOS
                           MOVE 'DESCONTO-REVOGADO' TO AUDIT-ACAO
                           MOVE DSC-CTA-ID TO AUDIT-VALOR-DEPOIS
                           PERFORM 9900-GRAVAR-AUDITORIA
                       END-IF
               END-READ
           END-IF.

      *----Canhoto IDX-PARCELA + 1, com o vencimento montado como no
      *----CarneGera: primeiro mes mais as parcelas anteriores, no
      *----dia contratado, rolado para o dia util
       2200-ANULAR-CANHOTO.
           COMPUTE MESES-TOTAIS =
               FUNCTION NUMVAL(ACD-PRIMEIRO-MES(1:4)) * 12 +
               FUNCTION NUMVAL(ACD-PRIMEIRO-MES(5:2)) - 1 +
               IDX-PARCELA
           DIVIDE MESES-TOTAIS BY 12
               GIVING DP-ANO REMAINDER DP-MES
           ADD 1 TO DP-MES
           MOVE ACD-DIA-VENCIMENTO TO DP-DIA
           MOVE 3 TO DU-FUNCAO
           MOVE DATA-PARCELA TO DU-DATA-DE
           MOVE 0 TO DU-DATA-ATE
           CALL 'DataUtil' USING DU-FUNCAO DU-DATA-DE DU-DATA-ATE
               DU-RESULTADO-DIAS DU-DATA-RESULTADO DU-RETORNO
           IF DU-RETORNO = 00
               MOVE DU-DATA-RESULTADO TO DATA-PARCELA
           END-IF
           MOVE ACD-CTA-ID TO CAN-CTA-ID
           COMPUTE CAN-PARCELA = IDX-PARCELA + 1
           MOVE ACD-QTD-PARCELAS TO CAN-QTD-PARCELAS
           MOVE DATA-PARCELA TO CAN-VENCIMENTO
           MOVE VALOR-PARCELA TO CAN-VALOR
           MOVE DATA-HOJE TO CAN-DATA-ANULACAO
           WRITE REG-CARNE-ANULADO
           ADD 1 TO QTD-CANHOTOS-ANULADOS.

      *----Carta ao titular no mesmo molde das cartas de cobranca
       2300-EMITIR-CARTA.
           MOVE CTA-CLIENTE TO CLI-NUMERO
           READ CLIENTES KEY IS CLI-NUMERO
               INVALID KEY
                   ADD 1 TO QTD-SEM-CADASTRO
                   MOVE 'TITULAR SEM CADASTRO, SEM CARTA' TO LQ-OBS
               NOT INVALID KEY
                   PERFORM 2350-IMPRIMIR-CARTA
           END-READ.

       2350-IMPRIMIR-CARTA.
           ADD 1 TO QTD-CARTAS
           MOVE ALL '=' TO REG-CARTA
           WRITE REG-CARTA
           MOVE CLI-NOME TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           STRING CLI-END-RUA DELIMITED BY '  '
               ', ' DELIMITED BY SIZE
               CLI-END-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CLI-END-COMPLEMENTO DELIMITED BY SIZE
               INTO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           STRING CLI-END-BAIRRO DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               CLI-END-CIDADE DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               CLI-END-UF DELIMITED BY SIZE
               INTO REG-CARTA
           WRITE REG-CARTA
           MOVE CLI-END-CEP TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO LINHA-TEXTO
           STRING 'AVISO DE QUEBRA DO ACORDO DA CONTA '
               DELIMITED BY SIZE
               ACD-CTA-ID DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO LINHA-TEXTO
           STRING 'CONSTAM ' DELIMITED BY SIZE
               PARCELAS-ED DELIMITED BY SIZE
               ' PARCELAS DO ACORDO EM ATRASO. O ACORDO FOI'
               DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-CARTA
           WRITE REG-CARTA
           MOVE 'CANCELADO E OS CANHOTOS AINDA NAO PAGOS DO CARNE'
               TO REG-CARTA
           WRITE REG-CARTA
           MOVE 'PERDERAM A VALIDADE. O DEBITO VOLTA A SER COBRADO'
               TO REG-CARTA
           WRITE REG-CARTA
           MOVE 'PELO VALOR ORIGINAL, DESCONTADO O QUE FOI PAGO, COM'
               TO REG-CARTA
           WRITE REG-CARTA
           MOVE 'A CORRECAO E OS JUROS DE MORA DO CONTRATO.'
               TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO LINHA-TEXTO
           MOVE VALOR-PAGO-ACORDO TO VALOR-ED
           STRING 'PAGO NO ACORDO:       ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO LINHA-TEXTO
           MOVE SALDO-RESTABELECIDO TO VALOR-ED
           STRING 'SALDO RESTABELECIDO:  ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA.

       3000-GRAVAR-RESUMO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'ACORDOS ATIVOS: ' DELIMITED BY SIZE
               QTD-ACORDOS-ATIVOS DELIMITED BY SIZE
               '  QUEBRADOS: ' DELIMITED BY SIZE
               QTD-QUEBRADOS DELIMITED BY SIZE
               '  CANHOTOS ANULADOS: ' DELIMITED BY SIZE
               QTD-CANHOTOS-ANULADOS DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'CARTAS: ' DELIMITED BY SIZE
               QTD-CARTAS DELIMITED BY SIZE
               '  SEM CADASTRO: ' DELIMITED BY SIZE
               QTD-SEM-CADASTRO DELIMITED BY SIZE
               '  DESCONTOS REVOGADOS: ' DELIMITED BY SIZE
               QTD-DESCONTOS-REVOGADOS DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO.

       COPY GravarAuditoria.

       COPY GravarRunControle.
       END PROGRAM AcordoQuebra.
