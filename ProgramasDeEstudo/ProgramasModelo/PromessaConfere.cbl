      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Conferencia diaria das promessas de pagamento tomadas
      *          na fila de cobranca. Rodado na noite, com o mesmo
      *          PAGTOS do dia ja postado pelo PagamentosPosta, soma
      *          cada pagamento na promessa aberta da conta no
      *          PROMESSAS; a que chega ao valor prometido fica
      *          cumprida. Depois varre as promessas abertas e a que
      *          passou do dia prometido sem o valor fica quebrada -
      *          a fila do FilaCobrancaGera da manha seguinte poe a
      *          conta no topo, com o operador que tomou a promessa.
      *          Cumpridas e quebradas do dia saem no PROMRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PromessaConfere.
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
           SELECT OPTIONAL PROMESSAS ASSIGN TO "PROMESSAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-CHAVE
               FILE STATUS IS FS-PROMESSAS.
           SELECT RELATORIO-PROMESSAS ASSIGN TO "PROMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  PROMESSAS.
       COPY RegPromessa.
       FD  RELATORIO-PROMESSAS.
       01  REG-RELATORIO PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-PAGAMENTOS PIC X(2).
       01  FS-PROMESSAS PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  FIM-CONTA PIC X.
       01  PROMESSA-ACHADA PIC X.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  QTD-PAGAMENTOS PIC 9(6) VALUE 0.
       01  QTD-CUMPRIDAS PIC 9(6) VALUE 0.
       01  QTD-QUEBRADAS PIC 9(6) VALUE 0.
       01  QTD-ABERTAS PIC 9(6) VALUE 0.
       01  LINHA-PROMESSA.
           03 LP-SITUACAO PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-CTA-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-CLIENTE PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-DATA-PROMESSA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-VALOR PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-VALOR-PAGO PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-OPERADOR PIC X(10).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'PROMESSACONFERE' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN I-O PROMESSAS
           OPEN OUTPUT RELATORIO-PROMESSAS
           MOVE SPACES TO LINHA-RESUMO
           STRING 'PROMESSAS DE PAGAMENTO APURADAS EM '
               DELIMITED BY SIZE
               DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM 1000-SOMAR-PAGAMENTOS
           PERFORM 2000-APURAR-VENCIDAS
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'CUMPRIDAS: ' DELIMITED BY SIZE
               QTD-CUMPRIDAS DELIMITED BY SIZE
               '  QUEBRADAS: ' DELIMITED BY SIZE
               QTD-QUEBRADAS DELIMITED BY SIZE
               '  AINDA ABERTAS: ' DELIMITED BY SIZE
               QTD-ABERTAS DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           DISPLAY 'Pagamentos lidos:     ' QTD-PAGAMENTOS
           DISPLAY 'Promessas cumpridas:  ' QTD-CUMPRIDAS
           DISPLAY 'Promessas quebradas:  ' QTD-QUEBRADAS
           MOVE QTD-PAGAMENTOS TO RUN-LIDOS
           COMPUTE RUN-GRAVADOS = QTD-CUMPRIDAS + QTD-QUEBRADAS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           CLOSE PROMESSAS
           CLOSE RELATORIO-PROMESSAS
           STOP RUN.

      *----O pagamento vale para a promessa aberta da conta feita ate
      *----o dia do pagamento; a conta so tem uma aberta por vez
       1000-SOMAR-PAGAMENTOS.
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
                       ADD 1 TO QTD-PAGAMENTOS
                       PERFORM 1100-LOCALIZAR-ABERTA
                       IF PROMESSA-ACHADA = 'S'
                           PERFORM 1200-ABATER-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAGAMENTOS.

       1100-LOCALIZAR-ABERTA.
           MOVE 'N' TO PROMESSA-ACHADA
           MOVE 'N' TO FIM-CONTA
           MOVE PAG-CTA-ID TO PMS-CTA-ID
           MOVE 0 TO PMS-DATA-REGISTRO
           START PROMESSAS KEY IS NOT LESS THAN PMS-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-CONTA
           END-START
           PERFORM UNTIL FIM-CONTA = 'S' OR PROMESSA-ACHADA = 'S'
               READ PROMESSAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-CONTA
                   NOT AT END
                       IF PMS-CTA-ID NOT = PAG-CTA-ID OR
                               PMS-DATA-REGISTRO > PAG-DATA
                           MOVE 'S' TO FIM-CONTA
                       ELSE
                           IF PMS-ABERTA
                               MOVE 'S' TO PROMESSA-ACHADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       1200-ABATER-PAGAMENTO.
           ADD PAG-VALOR TO PMS-VALOR-PAGO
           IF PMS-VALOR-PAGO NOT LESS PMS-VALOR
               SET PMS-CUMPRIDA TO TRUE
               MOVE DATA-HOJE TO PMS-DATA-APURACAO
               ADD 1 TO QTD-CUMPRIDAS
               MOVE 'CUMPRIDA' TO LP-SITUACAO
               PERFORM 8000-LINHA-PROMESSA
           END-IF
           REWRITE REG-PROMESSA.

      *----Aberta com o dia prometido ja passado e sem o valor todo
      *----pago e promessa quebrada
       2000-APURAR-VENCIDAS.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE LOW-VALUES TO PMS-CHAVE
           START PROMESSAS KEY IS NOT LESS THAN PMS-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ PROMESSAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF PMS-ABERTA
                           IF PMS-DATA-PROMESSA < DATA-HOJE
                               SET PMS-QUEBRADA TO TRUE
                               MOVE DATA-HOJE TO PMS-DATA-APURACAO
                               MOVE 'N' TO PMS-REFILADA
                               REWRITE REG-PROMESSA
                               ADD 1 TO QTD-QUEBRADAS
                               MOVE 'QUEBRADA' TO LP-SITUACAO
                               PERFORM 8000-LINHA-PROMESSA
                           ELSE
                               ADD 1 TO QTD-ABERTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       8000-LINHA-PROMESSA.
           MOVE PMS-CTA-ID TO LP-CTA-ID
           MOVE PMS-CLIENTE TO LP-CLIENTE
           MOVE PMS-DATA-PROMESSA TO LP-DATA-PROMESSA
           MOVE PMS-VALOR TO LP-VALOR
           MOVE PMS-VALOR-PAGO TO LP-VALOR-PAGO
           MOVE PMS-OPERADOR TO LP-OPERADOR
           MOVE LINHA-PROMESSA TO REG-RELATORIO
           WRITE REG-RELATORIO.

       COPY GravarRunControle.
       END PROGRAM PromessaConfere.
