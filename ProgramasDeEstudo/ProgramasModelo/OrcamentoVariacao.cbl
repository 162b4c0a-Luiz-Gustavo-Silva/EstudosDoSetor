      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Relatorio mensal de orcado contra realizado por
      *          departamento: para cada origem e tipo de operacao do
      *          ORCAMENTO no ano do mes pedido, compara o previsto
      *          com o realizado postado no ORCREAL pelo
      *          OrcamentoRealPosta - previsto, realizado, diferenca e
      *          percentual usado no mes e no acumulado do ano, e a
      *          projecao de fim de ano no ritmo atual contra o
      *          previsto do ano. Percentual usado acima do parametro
      *          central ORCAMENTO/LIMITE-PCT (reserva 100) e marcado
      *          com ***, projecao acima do ano com PRJ. Realizado sem
      *          orcamento no ano sai no fim com S/O. Relatorio no
      *          ORCVARRPT, contagens no controle de execucao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrcamentoVariacao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ORCAMENTOS ASSIGN TO "ORCAMENTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS FS-ORCAMENTOS.
           SELECT OPTIONAL ORCAMENTO-REAL ASSIGN TO "ORCREAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORR-CHAVE
               FILE STATUS IS FS-ORCREAL.
           SELECT RELATORIO-VARIACAO ASSIGN TO "ORCVARRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOrcamento.
       FD  ORCAMENTO-REAL.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOrcamentoReal.
       FD  RELATORIO-VARIACAO.
       01  REG-RELATORIO PIC X(132).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-ORCAMENTOS PIC X(2).
       01  FS-ORCREAL PIC X(2).
       01  FIM-ORCAMENTOS PIC X VALUE 'N'.
       01  FIM-REAL PIC X VALUE 'N'.
       01  MES-REFERENCIA PIC 9(6).
       01  FILLER REDEFINES MES-REFERENCIA.
           03 ANO-REFERENCIA PIC 9(4).
           03 MES-DO-ANO PIC 9(2).
       01  DATA-PARAMETRO PIC 9(8).
      *----Percentual usado a partir do qual o departamento e marcado;
      *----valor vigente do arquivo central por cima
       77  LIMITE-PCT PIC 9(3)V9 VALUE 100.
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
      *----Grupo corrente da quebra: origem e tipo de operacao
       01  GRUPO-ORIGEM PIC X(3).
       01  GRUPO-TIPO PIC X(1).
       01  GRUPO-ABERTO PIC X VALUE 'N'.
       01  PREVISTO-MES PIC S9(13)V99.
       01  PREVISTO-ACUMULADO PIC S9(15)V99.
       01  PREVISTO-ANO PIC S9(15)V99.
       01  REALIZADO-MES PIC S9(15)V99.
       01  REALIZADO-ACUMULADO PIC S9(15)V99.
       01  PROJECAO-ANO PIC S9(15)V99.
       01  PERCENTUAL-USADO PIC S9(6)V9.
       01  MES-LIDO PIC 9(2).
       01  ORCAMENTO-NO-ANO PIC X.
       01  SEM-ORCAMENTO PIC X VALUE 'N'.
       01  QTD-GRUPOS PIC 9(5) VALUE 0.
       01  QTD-ACIMA PIC 9(5) VALUE 0.
       01  QTD-SEM-ORCAMENTO PIC 9(5) VALUE 0.
       01  TOTAL-PREVISTO-MES PIC S9(15)V99 VALUE 0.
       01  TOTAL-REALIZADO-MES PIC S9(15)V99 VALUE 0.
       01  TOTAL-PREVISTO-ACUM PIC S9(15)V99 VALUE 0.
       01  TOTAL-REALIZADO-ACUM PIC S9(15)V99 VALUE 0.
       01  LINHA-CABECALHO.
           03 FILLER PIC X(7) VALUE 'ORG T'.
           03 FILLER PIC X(14) VALUE '  PREVISTO MES'.
           03 FILLER PIC X(15) VALUE '  REALIZADO MES'.
           03 FILLER PIC X(15) VALUE '      DIFERENCA'.
           03 FILLER PIC X(7) VALUE '   %USO'.
           03 FILLER PIC X(15) VALUE '  PREVISTO ACUM'.
           03 FILLER PIC X(15) VALUE ' REALIZADO ACUM'.
           03 FILLER PIC X(7) VALUE '  %ACUM'.
           03 FILLER PIC X(15) VALUE '   PROJECAO ANO'.
           03 FILLER PIC X(15) VALUE '   PREVISTO ANO'.
       01  LINHA-VARIACAO.
           03 LV-ORIGEM PIC X(3).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LV-TIPO PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LV-PREVISTO-MES PIC -(10)9.99.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LV-REALIZADO-MES PIC -(10)9.99.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LV-DIFERENCA PIC -(10)9.99.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LV-PCT-MES PIC ZZZ9.9.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LV-PREVISTO-ACUM PIC -(10)9.99.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LV-REALIZADO-ACUM PIC -(10)9.99.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LV-PCT-ACUM PIC ZZZ9.9.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LV-PROJECAO PIC -(10)9.99.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LV-PREVISTO-ANO PIC -(10)9.99.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LV-ALERTA PIC X(3).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LV-ALERTA-PROJECAO PIC X(3).
       01  LINHA-TEXTO PIC X(132).
       PROCEDURE DIVISION.
           OPEN EXTEND RUN-CONTROLE
           MOVE 'ORCAMENTOVARIACAO' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           MOVE 0 TO MES-REFERENCIA
           PERFORM UNTIL MES-DO-ANO > 0 AND MES-DO-ANO < 13
               DISPLAY 'Mes de referencia (AAAAMM): '
               ACCEPT MES-REFERENCIA
           END-PERFORM
           PERFORM 0060-LER-PARAMETRO
           OPEN INPUT ORCAMENTOS
           OPEN INPUT ORCAMENTO-REAL
           OPEN OUTPUT RELATORIO-VARIACAO
           PERFORM 0100-IMPRIMIR-CABECALHO
           IF FS-ORCAMENTOS NOT = '00'
               MOVE 'S' TO FIM-ORCAMENTOS
           END-IF
           PERFORM UNTIL FIM-ORCAMENTOS = 'S'
               READ ORCAMENTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ORCAMENTOS
                   NOT AT END
                       ADD 1 TO RUN-LIDOS
                       IF ORC-ANO = ANO-REFERENCIA
                           PERFORM 1000-ACUMULAR-PREVISTO
                       END-IF
               END-READ
           END-PERFORM
           IF GRUPO-ABERTO = 'S'
               PERFORM 2000-FECHAR-GRUPO
           END-IF
           PERFORM 3000-REALIZADO-SEM-ORCAMENTO
           PERFORM 4000-IMPRIMIR-TOTAIS
           CLOSE ORCAMENTOS
           CLOSE ORCAMENTO-REAL
           CLOSE RELATORIO-VARIACAO
           MOVE QTD-GRUPOS TO RUN-GRAVADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

       0060-LER-PARAMETRO.
           MOVE 'ORCAMENTO' TO PARAM-PROGRAMA
           MOVE 'LIMITE-PCT' TO PARAM-NOME
           MOVE MES-REFERENCIA TO DATA-PARAMETRO(1:6)
           MOVE '01' TO DATA-PARAMETRO(7:2)
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-PARAMETRO PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE LIMITE-PCT = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF.

       0100-IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-TEXTO
           STRING 'ORCADO X REALIZADO POR DEPARTAMENTO - MES '
               DELIMITED BY SIZE
               MES-REFERENCIA DELIMITED BY SIZE
               '  LIMITE DE USO ' DELIMITED BY SIZE
               LIMITE-PCT DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-CABECALHO TO REG-RELATORIO
           WRITE REG-RELATORIO.

      *----O ORCAMENTO vem na ordem origem/tipo/ano/mes: cada troca de
      *----origem ou tipo fecha o grupo anterior
       1000-ACUMULAR-PREVISTO.
           IF GRUPO-ABERTO = 'S'
               IF ORC-ORIGEM NOT = GRUPO-ORIGEM OR
                       ORC-TIPO NOT = GRUPO-TIPO
                   PERFORM 2000-FECHAR-GRUPO
               END-IF
           END-IF
           IF GRUPO-ABERTO = 'N'
               MOVE 'S' TO GRUPO-ABERTO
               MOVE ORC-ORIGEM TO GRUPO-ORIGEM
               MOVE ORC-TIPO TO GRUPO-TIPO
               MOVE 0 TO PREVISTO-MES
               MOVE 0 TO PREVISTO-ACUMULADO
               MOVE 0 TO PREVISTO-ANO
           END-IF
           ADD ORC-VALOR-PREVISTO TO PREVISTO-ANO
           IF ORC-MES NOT > MES-DO-ANO
               ADD ORC-VALOR-PREVISTO TO PREVISTO-ACUMULADO
           END-IF
           IF ORC-MES = MES-DO-ANO
               MOVE ORC-VALOR-PREVISTO TO PREVISTO-MES
           END-IF.

       2000-FECHAR-GRUPO.
           MOVE 'N' TO GRUPO-ABERTO
           PERFORM 2100-LER-REALIZADO
           PERFORM 2500-IMPRIMIR-LINHA.

      *----Realizado do grupo mes a mes ate o mes pedido
       2100-LER-REALIZADO.
           MOVE 0 TO REALIZADO-MES
           MOVE 0 TO REALIZADO-ACUMULADO
           PERFORM VARYING MES-LIDO FROM 1 BY 1
                   UNTIL MES-LIDO > MES-DO-ANO
               MOVE GRUPO-ORIGEM TO ORR-ORIGEM
               MOVE GRUPO-TIPO TO ORR-TIPO
               MOVE ANO-REFERENCIA TO ORR-ANO
               MOVE MES-LIDO TO ORR-MES
               READ ORCAMENTO-REAL KEY IS ORR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD ORR-VALOR-REAL TO REALIZADO-ACUMULADO
                       IF MES-LIDO = MES-DO-ANO
                           MOVE ORR-VALOR-REAL TO REALIZADO-MES
                       END-IF
               END-READ
           END-PERFORM.

      *----Percentuais sobre o previsto; projecao no ritmo medio dos
      *----meses ja corridos do ano
       2500-IMPRIMIR-LINHA.
           ADD 1 TO QTD-GRUPOS
           MOVE SPACES TO LV-ALERTA
           MOVE SPACES TO LV-ALERTA-PROJECAO
           MOVE GRUPO-ORIGEM TO LV-ORIGEM
           MOVE GRUPO-TIPO TO LV-TIPO
           MOVE PREVISTO-MES TO LV-PREVISTO-MES
           MOVE REALIZADO-MES TO LV-REALIZADO-MES
           COMPUTE LV-DIFERENCA = REALIZADO-MES - PREVISTO-MES
           IF PREVISTO-MES > 0
               COMPUTE PERCENTUAL-USADO ROUNDED =
                   REALIZADO-MES * 100 / PREVISTO-MES
           ELSE
               MOVE 0 TO PERCENTUAL-USADO
           END-IF
           PERFORM 2600-EDITAR-PERCENTUAL
           MOVE PERCENTUAL-USADO TO LV-PCT-MES
           EVALUATE TRUE
               WHEN SEM-ORCAMENTO = 'S'
                   MOVE 'S/O' TO LV-ALERTA
               WHEN PERCENTUAL-USADO > LIMITE-PCT
                   MOVE '***' TO LV-ALERTA
                   ADD 1 TO QTD-ACIMA
               WHEN PREVISTO-MES NOT > 0 AND REALIZADO-MES > 0
                   MOVE '***' TO LV-ALERTA
                   ADD 1 TO QTD-ACIMA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE PREVISTO-ACUMULADO TO LV-PREVISTO-ACUM
           MOVE REALIZADO-ACUMULADO TO LV-REALIZADO-ACUM
           IF PREVISTO-ACUMULADO > 0
               COMPUTE PERCENTUAL-USADO ROUNDED =
                   REALIZADO-ACUMULADO * 100 / PREVISTO-ACUMULADO
           ELSE
               MOVE 0 TO PERCENTUAL-USADO
           END-IF
           PERFORM 2600-EDITAR-PERCENTUAL
           MOVE PERCENTUAL-USADO TO LV-PCT-ACUM
           COMPUTE PROJECAO-ANO ROUNDED =
               REALIZADO-ACUMULADO * 12 / MES-DO-ANO
           MOVE PROJECAO-ANO TO LV-PROJECAO
           MOVE PREVISTO-ANO TO LV-PREVISTO-ANO
           IF PROJECAO-ANO > PREVISTO-ANO
               MOVE 'PRJ' TO LV-ALERTA-PROJECAO
           END-IF
           ADD PREVISTO-MES TO TOTAL-PREVISTO-MES
           ADD REALIZADO-MES TO TOTAL-REALIZADO-MES
           ADD PREVISTO-ACUMULADO TO TOTAL-PREVISTO-ACUM
           ADD REALIZADO-ACUMULADO TO TOTAL-REALIZADO-ACUM
           MOVE LINHA-VARIACAO TO REG-RELATORIO
           WRITE REG-RELATORIO.

      *----O campo editado vai ate 9999,9; uso maior sai no teto
       2600-EDITAR-PERCENTUAL.
           IF PERCENTUAL-USADO > 9999.9
               MOVE 9999.9 TO PERCENTUAL-USADO
           END-IF
           IF PERCENTUAL-USADO < 0
               MOVE 0 TO PERCENTUAL-USADO
           END-IF.

      *----Realizado do ano de origem/tipo sem nenhum mes orcado: sai
      *----com previsto zero e a marca S/O
       3000-REALIZADO-SEM-ORCAMENTO.
           MOVE 'N' TO GRUPO-ABERTO
           MOVE 'N' TO FIM-REAL
           MOVE LOW-VALUES TO ORR-CHAVE
           START ORCAMENTO-REAL KEY NOT LESS THAN ORR-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-REAL
           END-START
           IF FS-ORCREAL NOT = '00'
               MOVE 'S' TO FIM-REAL
           END-IF
           PERFORM UNTIL FIM-REAL = 'S'
               READ ORCAMENTO-REAL NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-REAL
                   NOT AT END
                       IF ORR-ANO = ANO-REFERENCIA AND
                               ORR-MES NOT > MES-DO-ANO
                           PERFORM 3100-CONFERIR-ORCAMENTO
                       END-IF
               END-READ
           END-PERFORM.

       3100-CONFERIR-ORCAMENTO.
           IF GRUPO-ABERTO = 'S' AND ORR-ORIGEM = GRUPO-ORIGEM
                   AND ORR-TIPO = GRUPO-TIPO
               CONTINUE
           ELSE
               MOVE 'S' TO GRUPO-ABERTO
               MOVE ORR-ORIGEM TO GRUPO-ORIGEM
               MOVE ORR-TIPO TO GRUPO-TIPO
               MOVE 'N' TO ORCAMENTO-NO-ANO
               MOVE ORR-ORIGEM TO ORC-ORIGEM
               MOVE ORR-TIPO TO ORC-TIPO
               MOVE ANO-REFERENCIA TO ORC-ANO
               MOVE 0 TO ORC-MES
               START ORCAMENTOS KEY NOT LESS THAN ORC-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ORCAMENTOS NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF ORC-ORIGEM = GRUPO-ORIGEM AND
                                       ORC-TIPO = GRUPO-TIPO AND
                                       ORC-ANO = ANO-REFERENCIA
                                   MOVE 'S' TO ORCAMENTO-NO-ANO
                               END-IF
                       END-READ
               END-START
               IF ORCAMENTO-NO-ANO = 'N'
                   PERFORM 3200-IMPRIMIR-SEM-ORCAMENTO
               END-IF
           END-IF.

      *----A leitura por chave do 2100 tira o ORCREAL da sequencia:
      *----depois da linha, reposiciona no registro seguinte ao grupo
       3200-IMPRIMIR-SEM-ORCAMENTO.
           ADD 1 TO QTD-SEM-ORCAMENTO
           MOVE 0 TO PREVISTO-MES
           MOVE 0 TO PREVISTO-ACUMULADO
           MOVE 0 TO PREVISTO-ANO
           PERFORM 2100-LER-REALIZADO
           MOVE 'S' TO SEM-ORCAMENTO
           PERFORM 2500-IMPRIMIR-LINHA
           MOVE 'N' TO SEM-ORCAMENTO
           MOVE GRUPO-ORIGEM TO ORR-ORIGEM
           MOVE GRUPO-TIPO TO ORR-TIPO
           MOVE 9999 TO ORR-ANO
           MOVE 99 TO ORR-MES
           START ORCAMENTO-REAL KEY GREATER THAN ORR-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-REAL
           END-START.

       4000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-VARIACAO
           MOVE 'TOT' TO LV-ORIGEM
           MOVE TOTAL-PREVISTO-MES TO LV-PREVISTO-MES
           MOVE TOTAL-REALIZADO-MES TO LV-REALIZADO-MES
           COMPUTE LV-DIFERENCA =
               TOTAL-REALIZADO-MES - TOTAL-PREVISTO-MES
           MOVE TOTAL-PREVISTO-ACUM TO LV-PREVISTO-ACUM
           MOVE TOTAL-REALIZADO-ACUM TO LV-REALIZADO-ACUM
           MOVE LINHA-VARIACAO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-TEXTO
           STRING 'GRUPOS: ' DELIMITED BY SIZE
               QTD-GRUPOS DELIMITED BY SIZE
               '  ACIMA DO LIMITE: ' DELIMITED BY SIZE
               QTD-ACIMA DELIMITED BY SIZE
               '  REALIZADO SEM ORCAMENTO: ' DELIMITED BY SIZE
               QTD-SEM-ORCAMENTO DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-RELATORIO
           WRITE REG-RELATORIO.

       COPY GravarRunControle.
       END PROGRAM OrcamentoVariacao.
