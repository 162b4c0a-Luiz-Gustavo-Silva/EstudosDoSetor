      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Acerto mensal de comissao das assessorias de cobranca
      *          externa. Soma, por assessoria, os pagamentos que ela
      *          informou no COLPAGTOS e que o AssessoriaEnvio ja casou
      *          com a baixa no razao MOVCONTA dentro do mes pedido -
      *          so o dinheiro que de fato entrou - e aplica o
      *          percentual de comissao do contrato no ASSESSORIAS. O
      *          extrato ASSCOMRPT traz cada pagamento e o total a
      *          pagar de cada assessoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AssessoriaComissao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASSESSORIAS ASSIGN TO "ASSESSORIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASS-CODIGO
               FILE STATUS IS FS-ASSESSORIAS.
           SELECT OPTIONAL COL-PAGTOS ASSIGN TO "COLPAGTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CHAVE
               ALTERNATE RECORD KEY IS CPG-MVC-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS FS-COLPAGTOS.
           SELECT RELATORIO-COMISSAO ASSIGN TO "ASSCOMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSESSORIAS.
       COPY RegAssessoria.
       FD  COL-PAGTOS.
       COPY RegColocPagto.
       FD  RELATORIO-COMISSAO.
       01  REG-RELATORIO PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-ASSESSORIAS PIC X(2).
       01  FS-COLPAGTOS PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  MES-ACERTO PIC 9(6).
       01  QTD-ASSESSORIAS PIC 9(3) VALUE 0.
       01  IND-ASS PIC 9(3).
       01  ASSESSORIA-ACHADA PIC X.
       01  QTD-PAGAMENTOS PIC 9(6) VALUE 0.
       01  QTD-SEM-CONTRATO PIC 9(6) VALUE 0.
       01  TOTAL-COMISSAO PIC 9(9)V99 VALUE 0.
      *----Contrato e acumulados de cada assessoria no mes
       01  TAB-ASSESSORIA.
           03 TAS-ITEM OCCURS 50 TIMES.
               05 TAS-CODIGO PIC 9(3).
               05 TAS-NOME PIC X(30).
               05 TAS-COMISSAO-PCT PIC 9(2)V99.
               05 TAS-QTD PIC 9(6).
               05 TAS-RECUPERADO PIC 9(9)V99.
               05 TAS-COMISSAO PIC 9(9)V99.
       01  LINHA-PAGAMENTO.
           03 LP-ASSESSORIA PIC 9(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-CTA-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-DATA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-DATA-BAIXA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-VALOR PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-OBSERVACAO PIC X(30).
       01  LINHA-TOTAL.
           03 LT-ASSESSORIA PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LT-NOME PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LT-QTD PIC Z(5)9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LT-RECUPERADO PIC -(9)9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LT-PERCENTUAL PIC Z9,99.
           03 FILLER PIC X(2) VALUE '% '.
           03 LT-COMISSAO PIC -(9)9,99.
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           DISPLAY 'Mes do acerto (AAAAMM): '
           ACCEPT MES-ACERTO
           OPEN EXTEND RUN-CONTROLE
           MOVE 'ASSESSORIACOMISSAO' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           PERFORM 0100-CARREGAR-ASSESSORIAS
           OPEN INPUT COL-PAGTOS
           OPEN OUTPUT RELATORIO-COMISSAO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'COMISSAO DAS ASSESSORIAS DE COBRANCA - MES '
               DELIMITED BY SIZE
               MES-ACERTO DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'ASS  CONTA   INFORMADO BAIXADO           VALOR'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'N' TO FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ COL-PAGTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO RUN-LIDOS
                       IF CPG-MVC-CHAVE NOT = 0 AND
                               CPG-DATA-BAIXA(1:6) = MES-ACERTO
                           PERFORM 1000-ACUMULAR-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COL-PAGTOS
           PERFORM 2000-TOTAIS-POR-ASSESSORIA
           DISPLAY 'Pagamentos comissionados: ' QTD-PAGAMENTOS
           DISPLAY 'Sem contrato cadastrado:  ' QTD-SEM-CONTRATO
           MOVE QTD-PAGAMENTOS TO RUN-GRAVADOS
           MOVE QTD-SEM-CONTRATO TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           CLOSE RELATORIO-COMISSAO
           STOP RUN.

       0100-CARREGAR-ASSESSORIAS.
           OPEN INPUT ASSESSORIAS
           MOVE 'N' TO FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ASSESSORIAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF QTD-ASSESSORIAS < 50
                           ADD 1 TO QTD-ASSESSORIAS
                           MOVE ASS-CODIGO
                               TO TAS-CODIGO(QTD-ASSESSORIAS)
                           MOVE ASS-NOME TO TAS-NOME(QTD-ASSESSORIAS)
                           MOVE ASS-COMISSAO-PCT
                               TO TAS-COMISSAO-PCT(QTD-ASSESSORIAS)
                           MOVE 0 TO TAS-QTD(QTD-ASSESSORIAS)
                           MOVE 0 TO TAS-RECUPERADO(QTD-ASSESSORIAS)
                           MOVE 0 TO TAS-COMISSAO(QTD-ASSESSORIAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSESSORIAS.

      *----Pagamento de assessoria que saiu do cadastro fica no
      *----extrato mas nao comissiona
       1000-ACUMULAR-PAGAMENTO.
           MOVE 'N' TO ASSESSORIA-ACHADA
           PERFORM VARYING IND-ASS FROM 1 BY 1
                   UNTIL IND-ASS > QTD-ASSESSORIAS
                      OR ASSESSORIA-ACHADA = 'S'
               IF TAS-CODIGO(IND-ASS) = CPG-ASSESSORIA
                   MOVE 'S' TO ASSESSORIA-ACHADA
               END-IF
           END-PERFORM
           MOVE SPACES TO LP-OBSERVACAO
           IF ASSESSORIA-ACHADA = 'S'
               SUBTRACT 1 FROM IND-ASS
               ADD 1 TO QTD-PAGAMENTOS
               ADD 1 TO TAS-QTD(IND-ASS)
               ADD CPG-VALOR TO TAS-RECUPERADO(IND-ASS)
           ELSE
               ADD 1 TO QTD-SEM-CONTRATO
               MOVE 'ASSESSORIA SEM CONTRATO' TO LP-OBSERVACAO
           END-IF
           MOVE CPG-ASSESSORIA TO LP-ASSESSORIA
           MOVE CPG-CTA-ID TO LP-CTA-ID
           MOVE CPG-DATA TO LP-DATA
           MOVE CPG-DATA-BAIXA TO LP-DATA-BAIXA
           MOVE CPG-VALOR TO LP-VALOR
           MOVE LINHA-PAGAMENTO TO REG-RELATORIO
           WRITE REG-RELATORIO.

       2000-TOTAIS-POR-ASSESSORIA.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'ASS NOME                            QTD     RECUPERADO'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING IND-ASS FROM 1 BY 1
                   UNTIL IND-ASS > QTD-ASSESSORIAS
               IF TAS-QTD(IND-ASS) > 0
                   COMPUTE TAS-COMISSAO(IND-ASS) ROUNDED =
                       TAS-RECUPERADO(IND-ASS)
                       * TAS-COMISSAO-PCT(IND-ASS) / 100
                   ADD TAS-COMISSAO(IND-ASS) TO TOTAL-COMISSAO
                   MOVE TAS-CODIGO(IND-ASS) TO LT-ASSESSORIA
                   MOVE TAS-NOME(IND-ASS) TO LT-NOME
                   MOVE TAS-QTD(IND-ASS) TO LT-QTD
                   MOVE TAS-RECUPERADO(IND-ASS) TO LT-RECUPERADO
                   MOVE TAS-COMISSAO-PCT(IND-ASS) TO LT-PERCENTUAL
                   MOVE TAS-COMISSAO(IND-ASS) TO LT-COMISSAO
                   MOVE LINHA-TOTAL TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE TOTAL-COMISSAO TO LT-COMISSAO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'TOTAL DE COMISSAO A PAGAR: ' DELIMITED BY SIZE
               LT-COMISSAO DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           DISPLAY 'Comissao total: ' LT-COMISSAO.

       COPY GravarRunControle.
       END PROGRAM AssessoriaComissao.
