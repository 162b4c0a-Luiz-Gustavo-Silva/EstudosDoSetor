      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Simulacao de impacto de uma mudanca de parametro,
      *          CALLavel como o ParametroVigente: refaz o calculo
      *          afetado contra os mestres do dia duas vezes - com o
      *          valor em vigor e com o valor pedido no PRMPEND - e
      *          devolve ate tres indicadores lado a lado para o
      *          aprovador do ParametroAprova decidir com os numeros
      *          na frente. Cobre o juro de mora do ContasAtraso, o
      *          percentual de PDD por faixa do PddRelatorio, o teto
      *          de desconto por nivel da NegociacaoMesa e as notas e
      *          frequencia minimas do TurmaBoletim; os demais
      *          parametros voltam sem simulacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParametroSimula.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Carteira em atraso da ultima rodada do ContasAtraso
           SELECT OPTIONAL ATRASADAS ASSIGN TO "ATRASADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATRASADAS.
           SELECT OPTIONAL PARAM-JUROS ASSIGN TO "JUROSCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.
           SELECT OPTIONAL PARAM-PDD ASSIGN TO "PDDCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.
           SELECT OPTIONAL PARAM-BOLETIM ASSIGN TO "PARAMCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.
           SELECT OPTIONAL DESCONTOS-PEND ASSIGN TO "DESCPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSC-CTA-ID
               FILE STATUS IS FS-DESCONTOS.
           SELECT OPTIONAL HISTORICO-ESCOLAR ASSIGN TO "HISTESC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS FS-HISTORICO.
       DATA DIVISION.
       FILE SECTION.
       FD  ATRASADAS.
      *----Mesmo layout gravado pelo ContasAtraso
       01  REG-ATRASADA.
           03 ATR-CTA-ID PIC 9(6).
           03 ATR-CLIENTE PIC 9(6).
           03 ATR-FAIXA PIC 9(1).
           03 ATR-DIAS PIC 9(5).
           03 ATR-VALOR-COM-JUROS PIC 9(7)V9(2).
       FD  PARAM-JUROS.
      *----Mesmo layout do JUROSCFG de ContasAtraso.cbl
       01  REG-PARAM-JUROS.
           03 PARM-TAXA-JUROS-DIARIA PIC 9V9(4).
       FD  PARAM-PDD.
      *----Mesmo layout do PDDCFG de PddRelatorio.cbl
       01  REG-PARAM-PDD.
           03 PRM-FAIXA PIC 9(1).
           03 PRM-PERCENTUAL PIC 9(3).
       FD  PARAM-BOLETIM.
      *----Mesmo layout do PARAMCFG de TurmaBoletim.cbl
       01  REG-PARAM-BOLETIM.
           03 PARM-NOTA-MINIMA PIC 9(2).
           03 PARM-FREQUENCIA-MINIMA PIC 9(3).
           03 PARM-NOTA-RECUPERACAO-MINIMA PIC 9(2).
       FD  DESCONTOS-PEND.
      *----Mesmo layout do DESCPEND de NegociacaoMesa.cbl
       01  REG-DESCONTO-PEND.
           03 DSC-CTA-ID PIC 9(6).
           03 DSC-VALOR-ATUALIZADO PIC 9(7)V9(2).
           03 DSC-PERCENTUAL PIC 9(2)V9(2).
           03 DSC-VALOR-COM-DESCONTO PIC 9(7)V9(2).
           03 DSC-OPERADOR PIC X(10).
           03 DSC-DATA PIC 9(8).
           03 DSC-STATUS PIC X(1).
               88 DSC-PENDENTE VALUE 'P'.
       FD  HISTORICO-ESCOLAR.
      *----Mesmo layout do HISTESC de TurmaBoletim.cbl
       01  REG-HISTORICO-ESC.
           03 HST-CHAVE.
               05 HST-MATRICULA PIC 9(6).
               05 HST-ANO PIC 9(4).
               05 HST-PERIODO PIC 9(1).
           03 HST-TURMA PIC X(6).
           03 HST-DISCIPLINAS OCCURS 4 TIMES.
               05 HST-DISC-CODIGO PIC X(3).
               05 HST-DISC-NOTA PIC 9(2).
           03 HST-MEDIA PIC 9(2)V9(2).
           03 HST-FREQUENCIA PIC 9(3).
           03 HST-SITUACAO PIC X(1).
           03 HST-NOTA-FINAL PIC 9(2)V9(2).
       WORKING-STORAGE SECTION.
       01  FS-ATRASADAS PIC X(2).
       01  FS-PARAM PIC X(2).
       01  FS-DESCONTOS PIC X(2).
       01  FS-HISTORICO PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
       01  IDX-INDICADOR PIC 9(1).
      *----Juro de mora: taxa em vigor (mesma ordem de precedencia do
      *----ContasAtraso) e taxa pedida
       01  TAXA-ATUAL PIC 9V9(4).
       01  TAXA-NOVA PIC 9V9(4).
       01  TAXA-ED PIC 9,9999.
       01  VALOR-BASE PIC 9(7)V9(2).
       01  JUROS-CONTA PIC 9(7)V9(2).
       01  JUROS-TOTAL-ATUAL PIC 9(11)V9(2).
       01  JUROS-TOTAL-NOVO PIC 9(11)V9(2).
       01  SALDO-TOTAL-ATUAL PIC 9(11)V9(2).
       01  SALDO-TOTAL-NOVO PIC 9(11)V9(2).
      *----PDD: percentual por faixa, mesmos defaults do PddRelatorio
       01  TAB-PDD.
           03 PDD-ENTRADA OCCURS 4 TIMES.
               05 PDD-PERCENTUAL PIC 9(3).
               05 PDD-VALOR-ATRASO PIC 9(11)V9(2).
       01  IDX-FAIXA PIC 9(1).
       01  FAIXA-SIMULADA PIC 9(1).
       01  PERCENTUAL-NOVO PIC 9(3).
       01  PERCENTUAL-ED PIC ZZ9.
       01  PROVISAO-FAIXA PIC 9(11)V9(2).
       01  PROVISAO-FAIXA-NOVA PIC 9(11)V9(2).
       01  PDD-TOTAL-ATUAL PIC 9(11)V9(2).
       01  PDD-TOTAL-NOVO PIC 9(11)V9(2).
      *----Desconto: teto do nivel, mesmos defaults da NegociacaoMesa
       01  TAB-TETO-NIVEL.
           03 TETO-NIVEL OCCURS 3 TIMES PIC 9(2)V9(2).
       01  NIVEL-SIMULADO PIC 9(1).
       01  TETO-NOVO PIC 9(2)V9(2).
       01  TETO-ED PIC Z9,99.
       01  CARTEIRA-ATRASO PIC 9(11)V9(2).
       01  PEDIDOS-ATUAL PIC 9(7).
       01  PEDIDOS-NOVO PIC 9(7).
      *----Boletim: regra do TurmaBoletim com os limites em vigor e
      *----com o limite pedido, sobre o ultimo periodo fechado
       01  NOTA-MINIMA PIC 9(2).
       01  FREQUENCIA-MINIMA PIC 9(3).
       01  NOTA-RECUPERACAO-MINIMA PIC 9(2).
       01  NOTA-MINIMA-NOVA PIC 9(2).
       01  FREQUENCIA-MINIMA-NOVA PIC 9(3).
       01  NOTA-RECUPERACAO-NOVA PIC 9(2).
       01  REGRA-NOTA-MINIMA PIC 9(2).
       01  REGRA-FREQUENCIA-MINIMA PIC 9(3).
       01  REGRA-NOTA-RECUPERACAO PIC 9(2).
       01  LIMITE-ED PIC ZZ9.
       01  PERIODO-ULTIMO PIC 9(5).
       01  PERIODO-LIDO PIC 9(5).
       01  TAB-SITUACAO.
           03 QTD-SITUACAO-ATUAL OCCURS 3 TIMES PIC 9(7).
           03 QTD-SITUACAO-NOVA OCCURS 3 TIMES PIC 9(7).
       01  IDX-SITUACAO PIC 9(1).
       LINKAGE SECTION.
      *----Quem chama preenche chave, valor pedido e data da
      *----simulacao; volta o valor em vigor e os indicadores
       COPY RegSimulacao.
      *----00-simulado, 10-parametro sem simulacao de impacto,
      *----20-mestre do dia indisponivel para o calculo
       01  LK-RETORNO PIC 9(2).
       PROCEDURE DIVISION USING REG-SIMULACAO LK-RETORNO.
           MOVE SPACES TO SIM-VALOR-ATUAL
           SET SIM-SEM-SIMULACAO TO TRUE
           MOVE 0 TO SIM-QTD-INDICADORES
           PERFORM VARYING IDX-INDICADOR FROM 1 BY 1
                   UNTIL IDX-INDICADOR > 3
               MOVE SPACES TO SIM-DESCRICAO(IDX-INDICADOR)
               MOVE 0 TO SIM-RESULTADO-ATUAL(IDX-INDICADOR)
               MOVE 0 TO SIM-RESULTADO-NOVO(IDX-INDICADOR)
           END-PERFORM
           MOVE 10 TO LK-RETORNO
           EVALUATE TRUE
               WHEN SIM-PROGRAMA = 'CONTASATRASO' AND
                       SIM-NOME = 'JUROS-DIARIO'
                   PERFORM 1000-SIMULAR-JUROS
               WHEN SIM-PROGRAMA = 'PDDRELATORIO' AND
                       SIM-NOME(1:11) = 'PERC-FAIXA-'
                   PERFORM 2000-SIMULAR-PDD
                       THRU 2000-SIMULAR-PDD-SAIDA
               WHEN SIM-PROGRAMA = 'NEGOCIACAO' AND
                       SIM-NOME(1:11) = 'DESC-NIVEL-'
                   PERFORM 3000-SIMULAR-DESCONTO
                       THRU 3000-SIMULAR-DESCONTO-SAIDA
               WHEN SIM-PROGRAMA = 'TURMABOLETIM' AND
                       (SIM-NOME = 'NOTA-MINIMA' OR
                        SIM-NOME = 'FREQ-MINIMA' OR
                        SIM-NOME = 'NOTA-RECUP')
                   PERFORM 4000-SIMULAR-BOLETIM
                       THRU 4000-SIMULAR-BOLETIM-SAIDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      *----Juro de mora: a base corrigida de cada conta sai do saldo
      *----com juros da rodada do dia descontando o juro da taxa em
      *----vigor; sobre ela o juro e refeito com as duas taxas, com a
      *----mesma conta do ContasAtraso (juro do dia x dias de atraso)
       1000-SIMULAR-JUROS.
           MOVE 0,0033 TO TAXA-ATUAL
           OPEN INPUT PARAM-JUROS
           IF FS-PARAM = '00'
               READ PARAM-JUROS
                   NOT AT END
                       MOVE PARM-TAXA-JUROS-DIARIA TO TAXA-ATUAL
               END-READ
           END-IF
           CLOSE PARAM-JUROS
           MOVE 'CONTASATRASO' TO PARAM-PROGRAMA
           MOVE 'JUROS-DIARIO' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               SIM-DATA PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE TAXA-ATUAL = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           MOVE TAXA-ATUAL TO TAXA-ED
           MOVE TAXA-ED TO SIM-VALOR-ATUAL
           COMPUTE TAXA-NOVA = FUNCTION NUMVAL(SIM-VALOR-NOVO)
           MOVE 0 TO JUROS-TOTAL-ATUAL
           MOVE 0 TO JUROS-TOTAL-NOVO
           MOVE 0 TO SALDO-TOTAL-ATUAL
           MOVE 0 TO SALDO-TOTAL-NOVO
           OPEN INPUT ATRASADAS
           IF FS-ATRASADAS NOT = '00'
               CLOSE ATRASADAS
               MOVE 20 TO LK-RETORNO
           ELSE
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO = 'S'
                   READ ATRASADAS
                       AT END
                           MOVE 'S' TO FIM-ARQUIVO
                       NOT AT END
                           PERFORM 1100-REFAZER-JUROS
                   END-READ
               END-PERFORM
               CLOSE ATRASADAS
               MOVE 'JUROS DE MORA TOTAL' TO SIM-DESCRICAO(1)
               MOVE JUROS-TOTAL-ATUAL TO SIM-RESULTADO-ATUAL(1)
               MOVE JUROS-TOTAL-NOVO TO SIM-RESULTADO-NOVO(1)
               MOVE 'CARTEIRA COM JUROS' TO SIM-DESCRICAO(2)
               MOVE SALDO-TOTAL-ATUAL TO SIM-RESULTADO-ATUAL(2)
               MOVE SALDO-TOTAL-NOVO TO SIM-RESULTADO-NOVO(2)
               MOVE 2 TO SIM-QTD-INDICADORES
               SET SIM-SIMULADO TO TRUE
               MOVE 00 TO LK-RETORNO
           END-IF.

       1100-REFAZER-JUROS.
           COMPUTE VALOR-BASE ROUNDED = ATR-VALOR-COM-JUROS /
               (1 + TAXA-ATUAL * ATR-DIAS)
           COMPUTE JUROS-CONTA ROUNDED = VALOR-BASE * TAXA-ATUAL
           COMPUTE JUROS-CONTA = JUROS-CONTA * ATR-DIAS
           ADD JUROS-CONTA TO JUROS-TOTAL-ATUAL
           COMPUTE SALDO-TOTAL-ATUAL = SALDO-TOTAL-ATUAL +
               VALOR-BASE + JUROS-CONTA
           COMPUTE JUROS-CONTA ROUNDED = VALOR-BASE * TAXA-NOVA
           COMPUTE JUROS-CONTA = JUROS-CONTA * ATR-DIAS
           ADD JUROS-CONTA TO JUROS-TOTAL-NOVO
           COMPUTE SALDO-TOTAL-NOVO = SALDO-TOTAL-NOVO +
               VALOR-BASE + JUROS-CONTA.

      *----PDD: o atraso do dia por faixa vezes o percentual em vigor
      *----de cada faixa, e de novo trocando so o da faixa pedida
       2000-SIMULAR-PDD.
           IF SIM-NOME(12:1) NOT NUMERIC
               GO TO 2000-SIMULAR-PDD-SAIDA
           END-IF
           MOVE SIM-NOME(12:1) TO FAIXA-SIMULADA
           IF FAIXA-SIMULADA < 1 OR FAIXA-SIMULADA > 4
               GO TO 2000-SIMULAR-PDD-SAIDA
           END-IF
           INITIALIZE TAB-PDD
           MOVE 010 TO PDD-PERCENTUAL(1)
           MOVE 025 TO PDD-PERCENTUAL(2)
           MOVE 050 TO PDD-PERCENTUAL(3)
           MOVE 100 TO PDD-PERCENTUAL(4)
           OPEN INPUT PARAM-PDD
           IF FS-PARAM = '00'
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO = 'S'
                   READ PARAM-PDD
                       AT END
                           MOVE 'S' TO FIM-ARQUIVO
                       NOT AT END
                           IF PRM-FAIXA NOT LESS 1 AND
                                   PRM-FAIXA NOT GREATER 4
                               MOVE PRM-PERCENTUAL
                                   TO PDD-PERCENTUAL(PRM-FAIXA)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PARAM-PDD
           MOVE 'PDDRELATORIO' TO PARAM-PROGRAMA
           MOVE 'PERC-FAIXA-' TO PARAM-NOME
           PERFORM VARYING IDX-FAIXA FROM 1 BY 1 UNTIL IDX-FAIXA > 4
               MOVE IDX-FAIXA TO PARAM-NOME(12:1)
               CALL 'ParametroVigente' USING PARAM-PROGRAMA
                   PARAM-NOME SIM-DATA PARAM-VALOR RETORNO-PARAMETRO
               IF RETORNO-PARAMETRO = 00
                   COMPUTE PDD-PERCENTUAL(IDX-FAIXA) =
                       FUNCTION NUMVAL(PARAM-VALOR)
               END-IF
           END-PERFORM
           MOVE PDD-PERCENTUAL(FAIXA-SIMULADA) TO PERCENTUAL-ED
           MOVE PERCENTUAL-ED TO SIM-VALOR-ATUAL
           COMPUTE PERCENTUAL-NOVO = FUNCTION NUMVAL(SIM-VALOR-NOVO)
           OPEN INPUT ATRASADAS
           IF FS-ATRASADAS NOT = '00'
               CLOSE ATRASADAS
               MOVE 20 TO LK-RETORNO
               GO TO 2000-SIMULAR-PDD-SAIDA
           END-IF
           MOVE 'N' TO FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ATRASADAS
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF ATR-FAIXA NOT LESS 1 AND
                               ATR-FAIXA NOT GREATER 4
                           ADD ATR-VALOR-COM-JUROS
                               TO PDD-VALOR-ATRASO(ATR-FAIXA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATRASADAS
           MOVE 0 TO PDD-TOTAL-ATUAL
           MOVE 0 TO PDD-TOTAL-NOVO
           PERFORM VARYING IDX-FAIXA FROM 1 BY 1 UNTIL IDX-FAIXA > 4
               COMPUTE PROVISAO-FAIXA ROUNDED =
                   PDD-VALOR-ATRASO(IDX-FAIXA) *
                   PDD-PERCENTUAL(IDX-FAIXA) / 100
               ADD PROVISAO-FAIXA TO PDD-TOTAL-ATUAL
               IF IDX-FAIXA = FAIXA-SIMULADA
                   MOVE PROVISAO-FAIXA TO SIM-RESULTADO-ATUAL(1)
                   COMPUTE PROVISAO-FAIXA-NOVA ROUNDED =
                       PDD-VALOR-ATRASO(IDX-FAIXA) *
                       PERCENTUAL-NOVO / 100
                   MOVE PROVISAO-FAIXA-NOVA TO SIM-RESULTADO-NOVO(1)
                   ADD PROVISAO-FAIXA-NOVA TO PDD-TOTAL-NOVO
               ELSE
                   ADD PROVISAO-FAIXA TO PDD-TOTAL-NOVO
               END-IF
           END-PERFORM
           MOVE SPACES TO SIM-DESCRICAO(1)
           STRING 'PROVISAO DA FAIXA ' DELIMITED BY SIZE
               FAIXA-SIMULADA DELIMITED BY SIZE
               INTO SIM-DESCRICAO(1)
           MOVE 'PDD TOTAL' TO SIM-DESCRICAO(2)
           MOVE PDD-TOTAL-ATUAL TO SIM-RESULTADO-ATUAL(2)
           MOVE PDD-TOTAL-NOVO TO SIM-RESULTADO-NOVO(2)
           MOVE 2 TO SIM-QTD-INDICADORES
           SET SIM-SIMULADO TO TRUE
           MOVE 00 TO LK-RETORNO.
       2000-SIMULAR-PDD-SAIDA.
           EXIT.

      *----Teto de desconto do nivel: quanto da carteira em atraso do
      *----dia o nivel pode dar de desconto sem supervisor, e quantos
      *----pedidos hoje pendentes no DESCPEND passariam a caber nele
       3000-SIMULAR-DESCONTO.
           IF SIM-NOME(12:1) NOT NUMERIC
               GO TO 3000-SIMULAR-DESCONTO-SAIDA
           END-IF
           MOVE SIM-NOME(12:1) TO NIVEL-SIMULADO
           IF NIVEL-SIMULADO < 1 OR NIVEL-SIMULADO > 3
               GO TO 3000-SIMULAR-DESCONTO-SAIDA
           END-IF
           MOVE 5,00 TO TETO-NIVEL(1)
           MOVE 10,00 TO TETO-NIVEL(2)
           MOVE 20,00 TO TETO-NIVEL(3)
           MOVE 'NEGOCIACAO' TO PARAM-PROGRAMA
           MOVE SIM-NOME TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               SIM-DATA PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE TETO-NIVEL(NIVEL-SIMULADO) =
                   FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           MOVE TETO-NIVEL(NIVEL-SIMULADO) TO TETO-ED
           MOVE TETO-ED TO SIM-VALOR-ATUAL
           COMPUTE TETO-NOVO = FUNCTION NUMVAL(SIM-VALOR-NOVO)
           OPEN INPUT ATRASADAS
           IF FS-ATRASADAS NOT = '00'
               CLOSE ATRASADAS
               MOVE 20 TO LK-RETORNO
               GO TO 3000-SIMULAR-DESCONTO-SAIDA
           END-IF
           MOVE 0 TO CARTEIRA-ATRASO
           MOVE 'N' TO FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ATRASADAS
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD ATR-VALOR-COM-JUROS TO CARTEIRA-ATRASO
               END-READ
           END-PERFORM
           CLOSE ATRASADAS
           MOVE 0 TO PEDIDOS-ATUAL
           MOVE 0 TO PEDIDOS-NOVO
           OPEN INPUT DESCONTOS-PEND
           IF FS-DESCONTOS = '00'
               MOVE 'N' TO FIM-ARQUIVO
               MOVE LOW-VALUES TO DSC-CTA-ID
               START DESCONTOS-PEND KEY NOT LESS THAN DSC-CTA-ID
                   INVALID KEY
                       MOVE 'S' TO FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO = 'S'
                   READ DESCONTOS-PEND NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-ARQUIVO
                       NOT AT END
                           IF DSC-PENDENTE
                               IF DSC-PERCENTUAL NOT GREATER
                                       TETO-NIVEL(NIVEL-SIMULADO)
                                   ADD 1 TO PEDIDOS-ATUAL
                               END-IF
                               IF DSC-PERCENTUAL NOT GREATER TETO-NOVO
                                   ADD 1 TO PEDIDOS-NOVO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DESCONTOS-PEND
           MOVE 'DESCONTO MAX CARTEIRA' TO SIM-DESCRICAO(1)
           COMPUTE SIM-RESULTADO-ATUAL(1) ROUNDED =
               CARTEIRA-ATRASO * TETO-NIVEL(NIVEL-SIMULADO) / 100
           COMPUTE SIM-RESULTADO-NOVO(1) ROUNDED =
               CARTEIRA-ATRASO * TETO-NOVO / 100
           MOVE 'PEDIDOS PEND NO TETO' TO SIM-DESCRICAO(2)
           MOVE PEDIDOS-ATUAL TO SIM-RESULTADO-ATUAL(2)
           MOVE PEDIDOS-NOVO TO SIM-RESULTADO-NOVO(2)
           MOVE 2 TO SIM-QTD-INDICADORES
           SET SIM-SIMULADO TO TRUE
           MOVE 00 TO LK-RETORNO.
       3000-SIMULAR-DESCONTO-SAIDA.
           EXIT.

      *----Boletim: a regra de aprovacao do TurmaBoletim refeita
      *----sobre media e frequencia gravadas no HISTESC para o ultimo
      *----periodo fechado, com os limites em vigor e com o pedido
       4000-SIMULAR-BOLETIM.
           MOVE 5 TO NOTA-MINIMA
           MOVE 80 TO FREQUENCIA-MINIMA
           MOVE 3 TO NOTA-RECUPERACAO-MINIMA
           OPEN INPUT PARAM-BOLETIM
           IF FS-PARAM = '00'
               READ PARAM-BOLETIM
                   NOT AT END
                       MOVE PARM-NOTA-MINIMA TO NOTA-MINIMA
                       MOVE PARM-FREQUENCIA-MINIMA TO FREQUENCIA-MINIMA
                       MOVE PARM-NOTA-RECUPERACAO-MINIMA
                           TO NOTA-RECUPERACAO-MINIMA
               END-READ
           END-IF
           CLOSE PARAM-BOLETIM
           MOVE 'TURMABOLETIM' TO PARAM-PROGRAMA
           MOVE 'NOTA-MINIMA' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               SIM-DATA PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE NOTA-MINIMA = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           MOVE 'FREQ-MINIMA' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               SIM-DATA PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE FREQUENCIA-MINIMA =
                   FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           MOVE 'NOTA-RECUP' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               SIM-DATA PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE NOTA-RECUPERACAO-MINIMA =
                   FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           MOVE NOTA-MINIMA TO NOTA-MINIMA-NOVA
           MOVE FREQUENCIA-MINIMA TO FREQUENCIA-MINIMA-NOVA
           MOVE NOTA-RECUPERACAO-MINIMA TO NOTA-RECUPERACAO-NOVA
           EVALUATE SIM-NOME
               WHEN 'NOTA-MINIMA'
                   MOVE NOTA-MINIMA TO LIMITE-ED
                   COMPUTE NOTA-MINIMA-NOVA =
                       FUNCTION NUMVAL(SIM-VALOR-NOVO)
               WHEN 'FREQ-MINIMA'
                   MOVE FREQUENCIA-MINIMA TO LIMITE-ED
                   COMPUTE FREQUENCIA-MINIMA-NOVA =
                       FUNCTION NUMVAL(SIM-VALOR-NOVO)
               WHEN OTHER
                   MOVE NOTA-RECUPERACAO-MINIMA TO LIMITE-ED
                   COMPUTE NOTA-RECUPERACAO-NOVA =
                       FUNCTION NUMVAL(SIM-VALOR-NOVO)
           END-EVALUATE
           MOVE LIMITE-ED TO SIM-VALOR-ATUAL
           OPEN INPUT HISTORICO-ESCOLAR
           IF FS-HISTORICO NOT = '00'
               CLOSE HISTORICO-ESCOLAR
               MOVE 20 TO LK-RETORNO
               GO TO 4000-SIMULAR-BOLETIM-SAIDA
           END-IF
      *----Primeira passada acha o ultimo ano/periodo fechado
           MOVE 0 TO PERIODO-ULTIMO
           PERFORM 4100-POSICIONAR-HISTORICO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ HISTORICO-ESCOLAR NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       COMPUTE PERIODO-LIDO =
                           HST-ANO * 10 + HST-PERIODO
                       IF PERIODO-LIDO > PERIODO-ULTIMO
                           MOVE PERIODO-LIDO TO PERIODO-ULTIMO
                       END-IF
               END-READ
           END-PERFORM
      *----Segunda passada classifica os alunos desse periodo
           INITIALIZE TAB-SITUACAO
           PERFORM 4100-POSICIONAR-HISTORICO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ HISTORICO-ESCOLAR NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       COMPUTE PERIODO-LIDO =
                           HST-ANO * 10 + HST-PERIODO
                       IF PERIODO-LIDO = PERIODO-ULTIMO
                           PERFORM 4200-CLASSIFICAR-ALUNO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORICO-ESCOLAR
           MOVE 'APROVADOS' TO SIM-DESCRICAO(1)
           MOVE 'EM RECUPERACAO' TO SIM-DESCRICAO(2)
           MOVE 'REPROVADOS' TO SIM-DESCRICAO(3)
           PERFORM VARYING IDX-SITUACAO FROM 1 BY 1
                   UNTIL IDX-SITUACAO > 3
               MOVE QTD-SITUACAO-ATUAL(IDX-SITUACAO)
                   TO SIM-RESULTADO-ATUAL(IDX-SITUACAO)
               MOVE QTD-SITUACAO-NOVA(IDX-SITUACAO)
                   TO SIM-RESULTADO-NOVO(IDX-SITUACAO)
           END-PERFORM
           MOVE 3 TO SIM-QTD-INDICADORES
           SET SIM-SIMULADO TO TRUE
           MOVE 00 TO LK-RETORNO.
       4000-SIMULAR-BOLETIM-SAIDA.
           EXIT.

       4100-POSICIONAR-HISTORICO.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE LOW-VALUES TO HST-CHAVE
           START HISTORICO-ESCOLAR KEY NOT LESS THAN HST-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START.

      *----Mesmo teste do 1000-AVALIAR-ALUNO do TurmaBoletim, uma vez
      *----com cada conjunto de limites
       4200-CLASSIFICAR-ALUNO.
           MOVE NOTA-MINIMA TO REGRA-NOTA-MINIMA
           MOVE FREQUENCIA-MINIMA TO REGRA-FREQUENCIA-MINIMA
           MOVE NOTA-RECUPERACAO-MINIMA TO REGRA-NOTA-RECUPERACAO
           PERFORM 4300-APLICAR-REGRA
           ADD 1 TO QTD-SITUACAO-ATUAL(IDX-SITUACAO)
           MOVE NOTA-MINIMA-NOVA TO REGRA-NOTA-MINIMA
           MOVE FREQUENCIA-MINIMA-NOVA TO REGRA-FREQUENCIA-MINIMA
           MOVE NOTA-RECUPERACAO-NOVA TO REGRA-NOTA-RECUPERACAO
           PERFORM 4300-APLICAR-REGRA
           ADD 1 TO QTD-SITUACAO-NOVA(IDX-SITUACAO).

       4300-APLICAR-REGRA.
           IF HST-MEDIA GREATER REGRA-NOTA-MINIMA AND
                   HST-FREQUENCIA GREATER REGRA-FREQUENCIA-MINIMA
               MOVE 1 TO IDX-SITUACAO
           ELSE
               IF HST-MEDIA GREATER REGRA-NOTA-RECUPERACAO OR
                       HST-FREQUENCIA GREATER REGRA-FREQUENCIA-MINIMA
                   MOVE 2 TO IDX-SITUACAO
               ELSE
                   MOVE 3 TO IDX-SITUACAO
               END-IF
           END-IF.
       END PROGRAM ParametroSimula.
