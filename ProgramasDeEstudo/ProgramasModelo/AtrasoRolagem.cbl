      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Foto mensal do atraso e matriz de rolagem. O
      *          ContasAtraso regrava a interface ATRASADAS todo dia e
      *          a faixa que cada conta tinha no mes passado se
      *          perdia; rodado no fechamento do mes, este programa
      *          guarda a foto da ATRASADAS (conta, faixa, dias e
      *          valor com juros) no ATRFOTO, chaveado por mes e
      *          conta, mantendo 24 meses de historia, e compara com
      *          a foto do mes anterior: para cada faixa do mes
      *          passado, quantas contas e quanto dinheiro estao agora
      *          em dia, em cada faixa 1 a 4, baixadas como perda
      *          (LOSSES) ou em acordo ativo (ACORDOS). O relatorio
      *          ROLLRPT poe ao lado da perda observada de cada faixa
      *          o percentual do PDDCFG, para a calibragem da provisao
      *          pela historia real.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AtrasoRolagem.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ATRASADAS ASSIGN TO "ATRASADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATRASADAS.
      *----Fotos mensais do atraso, pela chave mes + conta
           SELECT OPTIONAL FOTO-ATRASO ASSIGN TO "ATRFOTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOT-CHAVE
               FILE STATUS IS FS-FOTO.
           SELECT OPTIONAL PERDAS ASSIGN TO "LOSSES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERDAS.
           SELECT OPTIONAL ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-CTA-ID
               FILE STATUS IS FS-ACORDOS.
           SELECT OPTIONAL PARAM-PDD ASSIGN TO "PDDCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.
           SELECT RELATORIO-ROLAGEM ASSIGN TO "ROLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
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
       FD  FOTO-ATRASO.
       01  REG-FOTO-ATRASO.
           03 FOT-CHAVE.
               05 FOT-MES PIC 9(6).
               05 FOT-CTA-ID PIC 9(6).
           03 FOT-FAIXA PIC 9(1).
           03 FOT-DIAS PIC 9(5).
           03 FOT-VALOR-COM-JUROS PIC 9(7)V9(2).
       FD  PERDAS.
      *----Mesmo layout do REG-PERDA de BaixaPerdas.cbl
       01  REG-PERDA.
           03 PRD-CTA-ID PIC 9(6).
           03 PRD-CLIENTE PIC 9(6).
           03 PRD-FAIXA PIC 9(1).
           03 PRD-VALOR-ATUALIZADO PIC 9(7)V9(2).
           03 PRD-DATA-BAIXA PIC 9(8).
           03 PRD-APROVADOR PIC X(10).
       FD  ACORDOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAcordo.
       FD  PARAM-PDD.
      *----Mesmo layout lido pelo PddRelatorio.cbl
       01  REG-PARAM-PDD.
           03 PRM-FAIXA PIC 9(1).
           03 PRM-PERCENTUAL PIC 9(3).
       FD  RELATORIO-ROLAGEM.
       01  REG-RELATORIO PIC X(132).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-ATRASADAS PIC X(2).
       01  FS-FOTO PIC X(2).
       01  FS-PERDAS PIC X(2).
       01  FS-ACORDOS PIC X(2).
       01  FS-PARAM PIC X(2).
       01  FIM-ARQUIVO PIC X.
      *----Mes da foto (AAAAMM), o anterior e o mais antigo guardado
       01  MES-FOTO PIC 9(6).
       01  MES-FOTO-R REDEFINES MES-FOTO.
           03 MF-ANO PIC 9(4).
           03 MF-MES PIC 9(2).
       01  MES-ANTERIOR PIC 9(6).
       01  MES-LIMITE PIC 9(6).
       01  MES-LIMITE-R REDEFINES MES-LIMITE.
           03 ML-ANO PIC 9(4).
           03 ML-MES PIC 9(2).
       01  MESES-CORRIDOS PIC 9(6).
       01  QTD-FOTOGRAFADAS PIC 9(6) VALUE 0.
       01  QTD-EXPURGADAS PIC 9(6) VALUE 0.
       01  QTD-ORIGEM PIC 9(6) VALUE 0.
      *----Contas baixadas como perda no mes da foto
       01  QTD-PERDAS PIC 9(4) VALUE 0.
       01  IDX-PERDA PIC 9(4).
       01  PERDA-ACHADA PIC X.
       01  TAB-PERDA OCCURS 3000 TIMES.
           03 TPR-CTA-ID PIC 9(6).
      *----Faixa do mes passado (1-4) x destino deste mes: 1 em
      *----dia, 2-5 faixa 1-4, 6 baixada, 7 em acordo
       01  TAB-ROLAGEM.
           03 ROL-ORIGEM OCCURS 4 TIMES.
               05 ROL-QTD-ORIGEM PIC 9(6).
               05 ROL-VALOR-ORIGEM PIC 9(11)V9(2).
               05 ROL-DESTINO OCCURS 7 TIMES.
                   07 ROL-QTD PIC 9(6).
                   07 ROL-VALOR PIC 9(11)V9(2).
       01  IDX-ORIGEM PIC 9(1).
       01  IDX-DESTINO PIC 9(1).
       01  FAIXA-ORIGEM PIC 9(1).
       01  VALOR-ORIGEM PIC 9(7)V9(2).
       01  CTA-ORIGEM PIC 9(6).
       01  DESTINO-ATUAL PIC 9(1).
       01  TAB-PERCENTUAL-PDD.
           03 PCT-PDD PIC 9(3) OCCURS 4 TIMES.
       01  PERCENTUAL-CALC PIC 9(3)V9(2).
       01  QTD-ED PIC Z(13)9.
       01  VALOR-ED PIC -(10)9,99.
       01  PCT-ED PIC ZZ9,99.
       01  LINHA-CABECALHO.
           03 FILLER PIC X(16) VALUE 'FAIXA ANTERIOR'.
           03 FILLER PIC X(16) VALUE '          EM DIA'.
           03 FILLER PIC X(16) VALUE '         FAIXA 1'.
           03 FILLER PIC X(16) VALUE '         FAIXA 2'.
           03 FILLER PIC X(16) VALUE '         FAIXA 3'.
           03 FILLER PIC X(16) VALUE '         FAIXA 4'.
           03 FILLER PIC X(16) VALUE '         BAIXADA'.
           03 FILLER PIC X(16) VALUE '          ACORDO'.
       01  LINHA-MATRIZ.
           03 LM-ROTULO PIC X(16).
           03 LM-CELULA OCCURS 7 TIMES.
               05 FILLER PIC X(2).
               05 LM-VALOR PIC X(14).
       01  LINHA-RESUMO PIC X(132).
       PROCEDURE DIVISION.
           DISPLAY 'Mes da foto (AAAAMM): '
           ACCEPT MES-FOTO
           IF MF-MES = 1
               COMPUTE MES-ANTERIOR = (MF-ANO - 1) * 100 + 12
           ELSE
               COMPUTE MES-ANTERIOR = MES-FOTO - 1
           END-IF
           COMPUTE MESES-CORRIDOS = MF-ANO * 12 + MF-MES - 1 - 24
           DIVIDE MESES-CORRIDOS BY 12 GIVING ML-ANO
               REMAINDER ML-MES
           ADD 1 TO ML-MES
           OPEN EXTEND RUN-CONTROLE
           MOVE 'ATRASOROLAGEM' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           INITIALIZE TAB-ROLAGEM
           MOVE 010 TO PCT-PDD(1)
           MOVE 025 TO PCT-PDD(2)
           MOVE 050 TO PCT-PDD(3)
           MOVE 100 TO PCT-PDD(4)
           PERFORM 0100-CARREGAR-PERCENTUAIS
           PERFORM 0200-CARREGAR-PERDAS
           OPEN I-O FOTO-ATRASO
           PERFORM 1000-APAGAR-FOTO-DO-MES
           PERFORM 1100-FOTOGRAFAR-ATRASADAS
           PERFORM 1200-EXPURGAR-MESES-ANTIGOS
           OPEN INPUT ACORDOS
           PERFORM 2000-APURAR-ROLAGEM
           CLOSE ACORDOS
           CLOSE FOTO-ATRASO
           PERFORM 3000-GRAVAR-RELATORIO
           DISPLAY 'Contas fotografadas em ' MES-FOTO ': '
               QTD-FOTOGRAFADAS
           DISPLAY 'Contas do mes ' MES-ANTERIOR ' acompanhadas: '
               QTD-ORIGEM
           DISPLAY 'Registros de foto expurgados: ' QTD-EXPURGADAS
           MOVE QTD-FOTOGRAFADAS TO RUN-LIDOS
           MOVE QTD-FOTOGRAFADAS TO RUN-GRAVADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

      *----Percentuais de provisao vigentes, com os mesmos padroes
      *----contratuais do PddRelatorio
       0100-CARREGAR-PERCENTUAIS.
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
                                   TO PCT-PDD(PRM-FAIXA)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PARAM-PDD.

      *----Baixas do mes da foto; a conta baixada sai do ACCOUNTS e
      *----da ATRASADAS, entao so o LOSSES conta o destino dela
       0200-CARREGAR-PERDAS.
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
                       IF PRD-DATA-BAIXA(1:6) = MES-FOTO AND
                               QTD-PERDAS < 3000
                           ADD 1 TO QTD-PERDAS
                           MOVE PRD-CTA-ID TO TPR-CTA-ID(QTD-PERDAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERDAS.

      *----Rodada repetida no mesmo mes refaz a foto inteira: a
      *----conta que saiu do atraso entre as duas nao fica na foto
       1000-APAGAR-FOTO-DO-MES.
           MOVE MES-FOTO TO FOT-MES
           MOVE 0 TO FOT-CTA-ID
           MOVE 'N' TO FIM-ARQUIVO
           START FOTO-ATRASO KEY IS NOT LESS THAN FOT-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ FOTO-ATRASO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF FOT-MES NOT = MES-FOTO
                           MOVE 'S' TO FIM-ARQUIVO
                       ELSE
                           DELETE FOTO-ATRASO RECORD
                       END-IF
               END-READ
           END-PERFORM.

       1100-FOTOGRAFAR-ATRASADAS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT ATRASADAS
           IF FS-ATRASADAS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
               DISPLAY 'INTERFACE ATRASADAS INDISPONIVEL ('
                   FS-ATRASADAS '), FOTO DO MES VAZIA'
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ATRASADAS
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       MOVE MES-FOTO TO FOT-MES
                       MOVE ATR-CTA-ID TO FOT-CTA-ID
                       MOVE ATR-FAIXA TO FOT-FAIXA
                       MOVE ATR-DIAS TO FOT-DIAS
                       MOVE ATR-VALOR-COM-JUROS TO FOT-VALOR-COM-JUROS
                       WRITE REG-FOTO-ATRASO
                           INVALID KEY
                               REWRITE REG-FOTO-ATRASO
                       END-WRITE
                       ADD 1 TO QTD-FOTOGRAFADAS
               END-READ
           END-PERFORM
           CLOSE ATRASADAS.

      *----Guarda o mes da foto e os 24 anteriores; o resto sai
       1200-EXPURGAR-MESES-ANTIGOS.
           MOVE 0 TO FOT-MES
           MOVE 0 TO FOT-CTA-ID
           MOVE 'N' TO FIM-ARQUIVO
           START FOTO-ATRASO KEY IS NOT LESS THAN FOT-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ FOTO-ATRASO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF FOT-MES NOT LESS MES-LIMITE
                           MOVE 'S' TO FIM-ARQUIVO
                       ELSE
                           DELETE FOTO-ATRASO RECORD
                           ADD 1 TO QTD-EXPURGADAS
                       END-IF
               END-READ
           END-PERFORM.

      *----Cada conta da foto do mes passado, com o valor de la,
      *----cai numa celula pelo que ela e agora
       2000-APURAR-ROLAGEM.
           MOVE MES-ANTERIOR TO FOT-MES
           MOVE 0 TO FOT-CTA-ID
           MOVE 'N' TO FIM-ARQUIVO
           START FOTO-ATRASO KEY IS NOT LESS THAN FOT-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ FOTO-ATRASO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF FOT-MES NOT = MES-ANTERIOR
                           MOVE 'S' TO FIM-ARQUIVO
                       ELSE
                           IF FOT-FAIXA NOT LESS 1 AND
                                   FOT-FAIXA NOT GREATER 4
                               PERFORM 2100-CLASSIFICAR-CONTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----Baixa primeiro, depois acordo ativo, depois a faixa da
      *----foto deste mes; fora de tudo isso a conta esta em dia.
      *----A leitura pela chave do mes atual desloca o cursor, que
      *----volta ao registro seguinte da foto anterior no fim
       2100-CLASSIFICAR-CONTA.
           ADD 1 TO QTD-ORIGEM
           MOVE FOT-FAIXA TO FAIXA-ORIGEM
           MOVE FOT-VALOR-COM-JUROS TO VALOR-ORIGEM
           MOVE FOT-CTA-ID TO CTA-ORIGEM
           MOVE 1 TO DESTINO-ATUAL
           MOVE 'N' TO PERDA-ACHADA
           PERFORM VARYING IDX-PERDA FROM 1 BY 1
                   UNTIL IDX-PERDA > QTD-PERDAS
                       OR PERDA-ACHADA = 'S'
               IF TPR-CTA-ID(IDX-PERDA) = CTA-ORIGEM
                   MOVE 'S' TO PERDA-ACHADA
               END-IF
           END-PERFORM
           IF PERDA-ACHADA = 'S'
               MOVE 6 TO DESTINO-ATUAL
           ELSE
               MOVE CTA-ORIGEM TO ACD-CTA-ID
               READ ACORDOS KEY IS ACD-CTA-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACD-ATIVO
                           MOVE 7 TO DESTINO-ATUAL
                       END-IF
               END-READ
           END-IF
           IF DESTINO-ATUAL = 1
               MOVE MES-FOTO TO FOT-MES
               MOVE CTA-ORIGEM TO FOT-CTA-ID
               READ FOTO-ATRASO KEY IS FOT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FOT-FAIXA NOT LESS 1 AND
                               FOT-FAIXA NOT GREATER 4
                           COMPUTE DESTINO-ATUAL = FOT-FAIXA + 1
                       END-IF
               END-READ
           END-IF
           ADD 1 TO ROL-QTD-ORIGEM(FAIXA-ORIGEM)
           ADD VALOR-ORIGEM TO ROL-VALOR-ORIGEM(FAIXA-ORIGEM)
           ADD 1 TO ROL-QTD(FAIXA-ORIGEM, DESTINO-ATUAL)
           ADD VALOR-ORIGEM TO ROL-VALOR(FAIXA-ORIGEM, DESTINO-ATUAL)
           MOVE MES-ANTERIOR TO FOT-MES
           MOVE CTA-ORIGEM TO FOT-CTA-ID
           START FOTO-ATRASO KEY IS GREATER THAN FOT-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START.

       3000-GRAVAR-RELATORIO.
           OPEN OUTPUT RELATORIO-ROLAGEM
           MOVE SPACES TO LINHA-RESUMO
           STRING 'MATRIZ DE ROLAGEM DO ATRASO - ' DELIMITED BY SIZE
               MES-ANTERIOR DELIMITED BY SIZE
               ' PARA ' DELIMITED BY SIZE
               MES-FOTO DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'VALOR PELO SALDO COM JUROS DO MES ANTERIOR'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-CABECALHO TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING IDX-ORIGEM FROM 1 BY 1 UNTIL IDX-ORIGEM > 4
               PERFORM 3100-LINHAS-DA-FAIXA
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'PERDA OBSERVADA (VALOR BAIXADO) X PERCENTUAL DO PDDCFG'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING IDX-ORIGEM FROM 1 BY 1 UNTIL IDX-ORIGEM > 4
               MOVE 0 TO PERCENTUAL-CALC
               IF ROL-VALOR-ORIGEM(IDX-ORIGEM) GREATER 0
                   COMPUTE PERCENTUAL-CALC ROUNDED =
                       ROL-VALOR(IDX-ORIGEM, 6) * 100 /
                       ROL-VALOR-ORIGEM(IDX-ORIGEM)
               END-IF
               MOVE PERCENTUAL-CALC TO PCT-ED
               MOVE SPACES TO LINHA-RESUMO
               STRING 'FAIXA ' DELIMITED BY SIZE
                   IDX-ORIGEM DELIMITED BY SIZE
                   '  PERDA OBSERVADA ' DELIMITED BY SIZE
                   PCT-ED DELIMITED BY SIZE
                   '%  PDDCFG ' DELIMITED BY SIZE
                   PCT-PDD(IDX-ORIGEM) DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
                   INTO LINHA-RESUMO
               MOVE LINHA-RESUMO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM
           CLOSE RELATORIO-ROLAGEM.

      *----Tres linhas por faixa de origem: contas, valor e o
      *----percentual de contas de cada destino
       3100-LINHAS-DA-FAIXA.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-MATRIZ
           STRING 'FAIXA ' DELIMITED BY SIZE
               IDX-ORIGEM DELIMITED BY SIZE
               ' CONTAS' DELIMITED BY SIZE
               INTO LM-ROTULO
           PERFORM VARYING IDX-DESTINO FROM 1 BY 1
                   UNTIL IDX-DESTINO > 7
               MOVE ROL-QTD(IDX-ORIGEM, IDX-DESTINO) TO QTD-ED
               MOVE QTD-ED TO LM-VALOR(IDX-DESTINO)
           END-PERFORM
           MOVE LINHA-MATRIZ TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-MATRIZ
           MOVE '        VALOR' TO LM-ROTULO
           PERFORM VARYING IDX-DESTINO FROM 1 BY 1
                   UNTIL IDX-DESTINO > 7
               MOVE ROL-VALOR(IDX-ORIGEM, IDX-DESTINO) TO VALOR-ED
               MOVE VALOR-ED TO LM-VALOR(IDX-DESTINO)
           END-PERFORM
           MOVE LINHA-MATRIZ TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-MATRIZ
           MOVE '        % CONTAS' TO LM-ROTULO
           PERFORM VARYING IDX-DESTINO FROM 1 BY 1
                   UNTIL IDX-DESTINO > 7
               MOVE 0 TO PERCENTUAL-CALC
               IF ROL-QTD-ORIGEM(IDX-ORIGEM) GREATER 0
                   COMPUTE PERCENTUAL-CALC ROUNDED =
                       ROL-QTD(IDX-ORIGEM, IDX-DESTINO) * 100 /
                       ROL-QTD-ORIGEM(IDX-ORIGEM)
               END-IF
               MOVE PERCENTUAL-CALC TO PCT-ED
               MOVE SPACES TO LM-VALOR(IDX-DESTINO)
               MOVE PCT-ED TO LM-VALOR(IDX-DESTINO)(9:6)
           END-PERFORM
           MOVE LINHA-MATRIZ TO REG-RELATORIO
           WRITE REG-RELATORIO.

       COPY GravarRunControle.
       END PROGRAM AtrasoRolagem.
