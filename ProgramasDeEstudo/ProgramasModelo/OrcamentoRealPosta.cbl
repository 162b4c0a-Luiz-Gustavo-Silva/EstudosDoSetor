      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Postagem diaria do realizado por departamento: le as
      *          linhas de conta do CALCOUT (CalculadoraBatch) e do
      *          CALCSALDO (CalculosAritBatch), totaliza por origem e
      *          tipo de operacao e acumula no ORCREAL no mes da data
      *          de negocio, para o OrcamentoVariacao comparar com o
      *          orcamento. O dia postado fica no registro central de
      *          lotes PROCREG; a mesma data submetida de novo e
      *          recusada, para o realizado nao contar duas vezes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrcamentoRealPosta.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALC-SAIDA ASSIGN TO "CALCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALCOUT.
           SELECT OPTIONAL CALC-SALDO ASSIGN TO "CALCSALDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALCSALDO.
           SELECT OPTIONAL ORCAMENTO-REAL ASSIGN TO "ORCREAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORR-CHAVE
               FILE STATUS IS FS-ORCREAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-SAIDA.
      *----Mesma linha do LINHA-SAIDA de CalculadoraBatch.cbl, so com
      *----os campos que interessam; as linhas de total por origem do
      *----fim do arquivo comecam por ORIGEM e nao tem OPCAO numerica
       01  LINHA-CALCOUT.
           03 LC-OPCAO PIC X(1).
           03 FILLER PIC X(40).
           03 LC-RESULTADO PIC -(13)9.99.
           03 FILLER PIC X(21).
           03 LC-STATUS PIC X(14).
           03 FILLER PIC X(20).
           03 LC-ORIGEM PIC X(3).
           03 FILLER PIC X(4).
       FD  CALC-SALDO.
      *----Mesmas linhas do LINHA-SALDO e LINHA-SALDO-MULTI de
      *----CalculosAritBatch.cbl. Aquele programa grava com a virgula
      *----decimal: aqui a virgula e so insercao, o saldo chega em
      *----centavos e e dividido por 100
       01  LINHA-CALCSALDO.
           03 LCS-NUMERO PIC X(6).
           03 FILLER PIC X(2).
           03 LCS-TIPO PIC X(1).
           03 FILLER PIC X(2).
           03 LCS-SALDO PIC Z9,99.
           03 FILLER PIC X(15).
           03 LCS-ORIGEM PIC X(3).
           03 FILLER PIC X(46).
       01  LINHA-CALCSALDO-MULTI.
           03 FILLER PIC X(8).
           03 LCM-OPERACAO PIC X(1).
               88 LCM-MULTI VALUE 'S' 'D'.
           03 FILLER PIC X(6).
           03 LCM-SALDO PIC ZZZ9,99.
           03 FILLER PIC X(9).
           03 LCM-ORIGEM PIC X(3).
           03 FILLER PIC X(46).
       FD  ORCAMENTO-REAL.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOrcamentoReal.
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-CALCOUT PIC X(2).
       01  FS-CALCSALDO PIC X(2).
       01  FS-ORCREAL PIC X(2).
       01  FIM-CALCOUT PIC X VALUE 'N'.
       01  FIM-CALCSALDO PIC X VALUE 'N'.
       01  DATA-NEGOCIO PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
      *----O dia postado vai para o PROCREG como um lote: sequencia
      *----e a data AAMMDD, entao o aviso de fora de ordem dos dias
      *----sem movimento nao quer dizer nada aqui
       01  LOTE-ARQUIVO PIC X(8) VALUE 'ORCREAL'.
       01  LOTE-ORIGEM PIC X(3) VALUE 'ORC'.
       01  LOTE-SEQUENCIA PIC 9(6).
       01  RETORNO-LOTE PIC 9(2).
       COPY MensagensSistema.
       01  TIPO-CONTA PIC X(1).
       01  ORIGEM-CONTA PIC X(3).
       01  VALOR-CONTA PIC S9(13)V99.
       01  SALDO-CENTAVOS PIC 9(6).
      *----Total do dia por origem e tipo de operacao
       01  QTD-TOTAIS PIC 9(3) VALUE 0.
       01  IDX-TOTAL PIC 9(3).
       01  TOTAL-ACHADO PIC X.
       01  TAB-TOTAL OCCURS 200 TIMES.
           03 TOT-ORIGEM PIC X(3).
           03 TOT-TIPO PIC X(1).
           03 TOT-QTD PIC 9(6).
           03 TOT-VALOR PIC S9(15)V99.
       PROCEDURE DIVISION.
           PERFORM 9700-CARREGAR-MENSAGENS
           OPEN EXTEND RUN-CONTROLE
           MOVE 'ORCAMENTOREALPOSTA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CALL 'DataNegocio' USING DATA-NEGOCIO RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           PERFORM 0500-REGISTRAR-DIA
           OPEN INPUT CALC-SAIDA
           IF FS-CALCOUT NOT = '00'
               MOVE 'S' TO FIM-CALCOUT
           END-IF
           PERFORM UNTIL FIM-CALCOUT = 'S'
               READ CALC-SAIDA
                   AT END
                       MOVE 'S' TO FIM-CALCOUT
                   NOT AT END
                       IF LC-OPCAO IS NUMERIC
                           PERFORM 1000-CONTA-CALCOUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-SAIDA
           OPEN INPUT CALC-SALDO
           IF FS-CALCSALDO NOT = '00'
               MOVE 'S' TO FIM-CALCSALDO
           END-IF
           PERFORM UNTIL FIM-CALCSALDO = 'S'
               READ CALC-SALDO
                   AT END
                       MOVE 'S' TO FIM-CALCSALDO
                   NOT AT END
                       IF LCS-NUMERO IS NUMERIC
                           PERFORM 1100-CONTA-CALCSALDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-SALDO
           PERFORM 2000-POSTAR-TOTAIS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

       0500-REGISTRAR-DIA.
           MOVE DATA-NEGOCIO(3:6) TO LOTE-SEQUENCIA
           CALL 'LoteRegistro' USING LOTE-ARQUIVO LOTE-ORIGEM
               DATA-NEGOCIO LOTE-SEQUENCIA RETORNO-LOTE
           EVALUATE RETORNO-LOTE
               WHEN 10
                   DISPLAY MSG-016
                   DISPLAY 'REALIZADO DE ' DATA-NEGOCIO
                       ' JA POSTADO NO ORCREAL'
                   MOVE 'RECUSADO' TO RUN-FINAL
                   MOVE 'F' TO RUN-EVENTO
                   PERFORM 9800-GRAVAR-RUN-CONTROLE
                   CLOSE RUN-CONTROLE
                   STOP RUN
               WHEN 20
                   DISPLAY 'AVISO: REGISTRO DE LOTES INDISPONIVEL'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----Conta da Calculadora: so as que terminaram OK entram no
      *----realizado; a conta que falhou tem resultado zero
       1000-CONTA-CALCOUT.
           ADD 1 TO RUN-LIDOS
           IF LC-STATUS = 'OK'
               MOVE LC-OPCAO TO TIPO-CONTA
               MOVE LC-ORIGEM TO ORIGEM-CONTA
               MOVE LC-RESULTADO TO VALOR-CONTA
               PERFORM 1500-ACUMULAR-CONTA
           ELSE
               ADD 1 TO RUN-REJEITADOS
           END-IF.

      *----Linha simples (tipo R/T) e soma; a de varios operandos
      *----traz a operacao S ou D na mesma coluna
       1100-CONTA-CALCSALDO.
           ADD 1 TO RUN-LIDOS
           IF LCM-MULTI
               MOVE LCM-OPERACAO TO TIPO-CONTA
               MOVE LCM-ORIGEM TO ORIGEM-CONTA
               MOVE LCM-SALDO TO SALDO-CENTAVOS
           ELSE
               MOVE 'S' TO TIPO-CONTA
               MOVE LCS-ORIGEM TO ORIGEM-CONTA
               MOVE LCS-SALDO TO SALDO-CENTAVOS
           END-IF
           COMPUTE VALOR-CONTA = SALDO-CENTAVOS / 100
           PERFORM 1500-ACUMULAR-CONTA.

       1500-ACUMULAR-CONTA.
           MOVE 'N' TO TOTAL-ACHADO
           PERFORM VARYING IDX-TOTAL FROM 1 BY 1
                   UNTIL IDX-TOTAL > QTD-TOTAIS
               IF TOT-ORIGEM(IDX-TOTAL) = ORIGEM-CONTA AND
                       TOT-TIPO(IDX-TOTAL) = TIPO-CONTA
                   MOVE 'S' TO TOTAL-ACHADO
                   ADD 1 TO TOT-QTD(IDX-TOTAL)
                   ADD VALOR-CONTA TO TOT-VALOR(IDX-TOTAL)
               END-IF
           END-PERFORM
           IF TOTAL-ACHADO = 'N'
               IF QTD-TOTAIS < 200
                   ADD 1 TO QTD-TOTAIS
                   MOVE ORIGEM-CONTA TO TOT-ORIGEM(QTD-TOTAIS)
                   MOVE TIPO-CONTA TO TOT-TIPO(QTD-TOTAIS)
                   MOVE 1 TO TOT-QTD(QTD-TOTAIS)
                   MOVE VALOR-CONTA TO TOT-VALOR(QTD-TOTAIS)
               ELSE
                   DISPLAY 'TABELA DE TOTAIS CHEIA, SEM REALIZADO '
                       'PARA: ' ORIGEM-CONTA ' ' TIPO-CONTA
                   ADD 1 TO RUN-REJEITADOS
               END-IF
           END-IF.

      *----Soma o dia no mes da data de negocio de cada origem/tipo
       2000-POSTAR-TOTAIS.
           OPEN I-O ORCAMENTO-REAL
           PERFORM VARYING IDX-TOTAL FROM 1 BY 1
                   UNTIL IDX-TOTAL > QTD-TOTAIS
               MOVE TOT-ORIGEM(IDX-TOTAL) TO ORR-ORIGEM
               MOVE TOT-TIPO(IDX-TOTAL) TO ORR-TIPO
               MOVE DATA-NEGOCIO(1:4) TO ORR-ANO
               MOVE DATA-NEGOCIO(5:2) TO ORR-MES
               READ ORCAMENTO-REAL KEY IS ORR-CHAVE
                   INVALID KEY
                       MOVE TOT-QTD(IDX-TOTAL) TO ORR-QTD
                       MOVE TOT-VALOR(IDX-TOTAL) TO ORR-VALOR-REAL
                       MOVE DATA-NEGOCIO TO ORR-DATA-POSTAGEM
                       WRITE REG-ORCAMENTO-REAL
                   NOT INVALID KEY
                       ADD TOT-QTD(IDX-TOTAL) TO ORR-QTD
                       ADD TOT-VALOR(IDX-TOTAL) TO ORR-VALOR-REAL
                       MOVE DATA-NEGOCIO TO ORR-DATA-POSTAGEM
                       REWRITE REG-ORCAMENTO-REAL
               END-READ
               ADD 1 TO RUN-GRAVADOS
           END-PERFORM
           CLOSE ORCAMENTO-REAL.

       COPY GravarRunControle.
       COPY CarregarMensagens.
       END PROGRAM OrcamentoRealPosta.
