      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Conferencia de duplicidade entre canais antes da
      *          baixa: passa o PAGTOS do dia (PIX do PixEntrada,
      *          debito automatico do DebitoRetorno, cartorio, itens
      *          reapontados...) antes do PagamentosPosta e retem todo
      *          pagamento que bate com outro de canal diferente -
      *          mesma conta, mesmo valor e datas dentro da janela de
      *          dias do parametro vigente. O outro pagamento pode ser
      *          uma linha anterior do proprio PAGTOS ou a liquidacao
      *          de boleto que o CnabRetorno ja baixou (linha BL do
      *          razao MOVCONTA). O primeiro pagamento segue para a
      *          baixa; o repetido vai para o PAGREVIS, onde a mesa do
      *          PagamentosRevisao decide lancar, restituir ou aplicar
      *          em outra conta. O PAGTOS conferido sai em PAGTOSNV e
      *          o JCL troca os datasets antes da baixa. Cada retencao
      *          vai ao journal de auditoria e ao DUPLRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PagamentosDuplicidade.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAGAMENTOS ASSIGN TO "PAGTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGAMENTOS.
           SELECT PAGAMENTOS-NOVO ASSIGN TO "PAGTOSNV"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----EXTEND: os retidos acumulam ate a mesa decidir, como a
      *----suspensao de pagamentos
           SELECT PAG-REVISAO ASSIGN TO "PAGREVIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-DUPLICIDADE ASSIGN TO "DUPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY MovContaSelect.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGAMENTOS.
      *----Mesmo layout do REG-PAGAMENTO de PagamentosPosta.cbl
       01  REG-PAGAMENTO.
           03 PAG-CTA-ID PIC 9(6).
           03 PAG-DATA PIC 9(8).
           03 PAG-VALOR PIC 9(7)V9(2).
           03 PAG-CANAL PIC X(1).
               88 PAG-CANAL-LIBERADO VALUE 'L'.
       FD  PAGAMENTOS-NOVO.
       01  REG-PAGAMENTO-NOVO PIC X(24).
       FD  PAG-REVISAO.
      *----Layout compartilhado com o CnabRetorno e a mesa
       COPY RegPagRevisao.
       FD  RELATORIO-DUPLICIDADE.
       01  REG-RELATORIO PIC X(80).
       COPY MovContaFD.
       COPY AuditJournalFD.
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-PAGAMENTOS PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  FIM-RAZAO PIC X.
       01  DATA-HOJE PIC 9(8).
      *----Janela em dias corridos entre os dois pagamentos; o
      *----arquivo central de parametros sobrepoe o padrao
       77  JANELA-DIAS PIC 9(3) VALUE 1.
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
       01  DIA-INTEIRO PIC 9(7).
       01  DATA-INICIO-JANELA PIC 9(8).
       01  DATA-FIM-JANELA PIC 9(8).
       01  DIFERENCA-DIAS PIC S9(5).
       01  PAGAMENTO-RETIDO PIC X.
       01  CANAL-PAR PIC X(1).
       01  DATA-PAR PIC 9(8).
      *----Pagamentos do dia ja liberados para a baixa, contra os
      *----quais as linhas seguintes sao conferidas
       01  QTD-LIBERADOS PIC 9(5) VALUE 0.
       01  IDX-LIB PIC 9(5).
       01  TAB-LIBERADO OCCURS 5000 TIMES.
           03 TLB-CTA-ID PIC 9(6).
           03 TLB-DATA PIC 9(8).
           03 TLB-VALOR PIC 9(7)V9(2).
           03 TLB-CANAL PIC X(1).
       01  QTD-RETIDOS PIC 9(5) VALUE 0.
       01  QTD-PASSADOS PIC 9(5) VALUE 0.
       01  TOTAL-RETIDO PIC 9(9)V9(2) VALUE 0.
       01  VALOR-ED PIC -(9)9,99.
       01  LINHA-RETIDO.
           03 LRT-CTA-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LRT-DATA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LRT-VALOR PIC -(7)9,99.
           03 FILLER PIC X(8) VALUE '  CANAL '.
           03 LRT-CANAL PIC X(1).
           03 FILLER PIC X(13) VALUE '  BATEU COM '.
           03 LRT-CANAL-PAR PIC X(1).
           03 FILLER PIC X(4) VALUE ' EM '.
           03 LRT-DATA-PAR PIC 9(8).
       01  LINHA-RESUMO PIC X(80).
       PROCEDURE DIVISION.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           MOVE 'DUPLICIDADE' TO PARAM-PROGRAMA
           MOVE 'JANELA-DIAS' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE JANELA-DIAS = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'PAGTODUPLICIDADE' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'PAGTODUPLICIDADE' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           OPEN INPUT MOV-CONTA
           OPEN OUTPUT PAGAMENTOS-NOVO
           OPEN EXTEND PAG-REVISAO
           OPEN OUTPUT RELATORIO-DUPLICIDADE
           MOVE 'PAGAMENTOS RETIDOS POR DUPLICIDADE ENTRE CANAIS'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT PAGAMENTOS
           IF FS-PAGAMENTOS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ PAGAMENTOS
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO RUN-LIDOS
                       PERFORM 1000-CONFERIR-PAGAMENTO
               END-READ
           END-PERFORM
           CLOSE PAGAMENTOS
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           MOVE TOTAL-RETIDO TO VALOR-ED
           STRING 'LIBERADOS: ' DELIMITED BY SIZE
               QTD-PASSADOS DELIMITED BY SIZE
               '  RETIDOS: ' DELIMITED BY SIZE
               QTD-RETIDOS DELIMITED BY SIZE
               '  VALOR RETIDO: ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE MOV-CONTA
           CLOSE PAGAMENTOS-NOVO
           CLOSE PAG-REVISAO
           CLOSE RELATORIO-DUPLICIDADE
           DISPLAY 'Pagamentos liberados para a baixa: ' QTD-PASSADOS
           DISPLAY 'Pagamentos retidos para revisao:   ' QTD-RETIDOS
           MOVE QTD-PASSADOS TO RUN-GRAVADOS
           MOVE QTD-RETIDOS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           CLOSE AUDIT-JOURNAL
           STOP RUN.

      *----O que a mesa ja liberou nao e conferido de novo; o resto
      *----confere primeiro com o PAGTOS do dia, depois com os
      *----boletos ja liquidados
       1000-CONFERIR-PAGAMENTO.
           MOVE 'N' TO PAGAMENTO-RETIDO
           IF NOT PAG-CANAL-LIBERADO
               PERFORM 1100-CONFERIR-NO-DIA
               IF PAGAMENTO-RETIDO = 'N'
                   PERFORM 1200-CONFERIR-BOLETOS
               END-IF
           END-IF
           IF PAGAMENTO-RETIDO = 'S'
               PERFORM 2000-RETER-PAGAMENTO
           ELSE
               ADD 1 TO QTD-PASSADOS
               MOVE REG-PAGAMENTO TO REG-PAGAMENTO-NOVO
               WRITE REG-PAGAMENTO-NOVO
               IF QTD-LIBERADOS < 5000
                   ADD 1 TO QTD-LIBERADOS
                   MOVE PAG-CTA-ID TO TLB-CTA-ID(QTD-LIBERADOS)
                   MOVE PAG-DATA TO TLB-DATA(QTD-LIBERADOS)
                   MOVE PAG-VALOR TO TLB-VALOR(QTD-LIBERADOS)
                   MOVE PAG-CANAL TO TLB-CANAL(QTD-LIBERADOS)
               ELSE
                   DISPLAY 'TABELA DE LIBERADOS CHEIA, PAGAMENTO '
                       'FORA DA CONFERENCIA: ' PAG-CTA-ID
               END-IF
           END-IF.

      *----Dois pagamentos do mesmo canal nao sao duplicidade entre
      *----canais: o canal que repete tem deduplicacao propria
       1100-CONFERIR-NO-DIA.
           PERFORM VARYING IDX-LIB FROM 1 BY 1
                   UNTIL IDX-LIB > QTD-LIBERADOS
                       OR PAGAMENTO-RETIDO = 'S'
               IF TLB-CTA-ID(IDX-LIB) = PAG-CTA-ID AND
                       TLB-VALOR(IDX-LIB) = PAG-VALOR AND
                       TLB-CANAL(IDX-LIB) NOT = PAG-CANAL
                   COMPUTE DIFERENCA-DIAS =
                       FUNCTION INTEGER-OF-DATE(PAG-DATA) -
                       FUNCTION INTEGER-OF-DATE(TLB-DATA(IDX-LIB))
                   IF DIFERENCA-DIAS < 0
                       COMPUTE DIFERENCA-DIAS = 0 - DIFERENCA-DIAS
                   END-IF
                   IF DIFERENCA-DIAS NOT GREATER JANELA-DIAS
                       MOVE 'S' TO PAGAMENTO-RETIDO
                       MOVE TLB-CANAL(IDX-LIB) TO CANAL-PAR
                       MOVE TLB-DATA(IDX-LIB) TO DATA-PAR
                   END-IF
               END-IF
           END-PERFORM.

      *----Liquidacao de boleto da conta dentro da janela, pelo razao
      *----chaveado por conta + data
       1200-CONFERIR-BOLETOS.
           IF FS-MOVCONTA = '00' OR FS-MOVCONTA = '05'
               COMPUTE DIA-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(PAG-DATA) - JANELA-DIAS
               COMPUTE DATA-INICIO-JANELA =
                   FUNCTION DATE-OF-INTEGER(DIA-INTEIRO)
               COMPUTE DIA-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(PAG-DATA) + JANELA-DIAS
               COMPUTE DATA-FIM-JANELA =
                   FUNCTION DATE-OF-INTEGER(DIA-INTEIRO)
               MOVE 'N' TO FIM-RAZAO
               MOVE PAG-CTA-ID TO MVC-CTA-ID
               MOVE DATA-INICIO-JANELA TO MVC-DATA
               MOVE 0 TO MVC-SEQ
               START MOV-CONTA KEY IS NOT LESS THAN MVC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-RAZAO
               END-START
               PERFORM UNTIL FIM-RAZAO = 'S'
                       OR PAGAMENTO-RETIDO = 'S'
                   READ MOV-CONTA NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-RAZAO
                       NOT AT END
                           IF MVC-CTA-ID NOT = PAG-CTA-ID OR
                                   MVC-DATA GREATER DATA-FIM-JANELA
                               MOVE 'S' TO FIM-RAZAO
                           ELSE
                               IF MVC-BOLETO AND MVC-CREDITO AND
                                       MVC-VALOR = PAG-VALOR
                                   MOVE 'S' TO PAGAMENTO-RETIDO
                                   MOVE 'B' TO CANAL-PAR
                                   MOVE MVC-DATA TO DATA-PAR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2000-RETER-PAGAMENTO.
           ADD 1 TO QTD-RETIDOS
           ADD PAG-VALOR TO TOTAL-RETIDO
           MOVE SPACES TO REG-PAG-REVISAO
           MOVE PAG-CTA-ID TO REV-CTA-ID
           MOVE PAG-DATA TO REV-DATA
           MOVE PAG-VALOR TO REV-VALOR
           MOVE PAG-CANAL TO REV-CANAL
           MOVE CANAL-PAR TO REV-CANAL-PAR
           MOVE DATA-PAR TO REV-DATA-PAR
           SET REV-ABERTO TO TRUE
           MOVE DATA-HOJE TO REV-DATA-RETENCAO
           WRITE REG-PAG-REVISAO
           MOVE PAG-CTA-ID TO LRT-CTA-ID
           MOVE PAG-DATA TO LRT-DATA
           MOVE PAG-VALOR TO LRT-VALOR
           MOVE PAG-CANAL TO LRT-CANAL
           MOVE CANAL-PAR TO LRT-CANAL-PAR
           MOVE DATA-PAR TO LRT-DATA-PAR
           MOVE LINHA-RETIDO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'PAGTO-RETIDO' TO AUDIT-ACAO
           MOVE PAG-CTA-ID TO AUDIT-VALOR-ANTES
           MOVE PAG-VALOR TO VALOR-ED
           MOVE VALOR-ED TO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA.

       COPY GravarAuditoria.

       COPY GravarRunControle.
       END PROGRAM PagamentosDuplicidade.
