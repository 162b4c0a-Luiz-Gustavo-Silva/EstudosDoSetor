      *          contabilidade com o valor provisionado por faixa, o
      *          PDD total e a variacao contra a rodada anterior, e
      *          guarda os totais desta rodada para a proxima.
      *          O percentual de cada faixa tambem pode vir do
      *          arquivo central (PDDRELATORIO/PERC-FAIXA-n, com
      *          aprovacao e simulacao de impacto no ParametroAprova),
      *          que vale mais que o PDDCFG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PddRelatorio.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRASADAS ASSIGN TO "ATRASADA"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Percentual de provisao por faixa de atraso; sem o arquivo
      *----valem os percentuais contratuais de sempre
               05 FX-VALOR-ATRASO PIC 9(11)V9(2).
               05 FX-PROVISAO PIC 9(11)V9(2).
       01  IDX-FAIXA PIC 9(1).
       01  DATA-HOJE PIC 9(8).
      *----Consulta ao arquivo central de parametros efetivo-datados
      *----(ParametroVigente); achando valor vigente, ele vale mais
      *----que o PDDCFG, que fica como reserva
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
       01  PDD-TOTAL PIC 9(11)V9(2) VALUE 0.
       01  PDD-ANTERIOR PIC 9(11)V9(2) VALUE 0.
       01  PDD-MOVIMENTO PIC S9(11)V9(2).
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PARAM-PDD
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           MOVE 'PDDRELATORIO' TO PARAM-PROGRAMA
           MOVE 'PERC-FAIXA-' TO PARAM-NOME
           PERFORM VARYING IDX-FAIXA FROM 1 BY 1 UNTIL IDX-FAIXA > 4
               MOVE IDX-FAIXA TO PARAM-NOME(12:1)
               CALL 'ParametroVigente' USING PARAM-PROGRAMA
                   PARAM-NOME DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
               IF RETORNO-PARAMETRO = 00
                   COMPUTE FX-PERCENTUAL(IDX-FAIXA) =
                       FUNCTION NUMVAL(PARAM-VALOR)
               END-IF
           END-PERFORM.

       0200-LER-SALDO-ANTERIOR.
           OPEN INPUT SALDO-PDD
