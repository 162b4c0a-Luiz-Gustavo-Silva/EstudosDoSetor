      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Envio diario de contas para as assessorias de
      *          cobranca externa. Primeiro revisa as colocacoes
      *          ativas do COLOCACOES e recolhe a conta quando o
      *          prazo da colocacao venceu, quando a mesa registrou
      *          acordo no ACORDOS que a assessoria nao informou, ou
      *          quando o razao MOVCONTA mostra pagamento que nenhuma
      *          assessoria informou no COLPAGTOS depois da carencia
      *          (o cliente pagou direto para a casa) - e casa cada
      *          informe de pagamento com a baixa do razao, que e o
      *          que a comissao paga. Depois coloca as contas da
      *          ATRASADAS em faixa 3 ou 4 na primeira assessoria
      *          ativa do cadastro ASSESSORIAS cuja regra (faixa, valor
      *          e score do SEGMENTOS) a conta atende e que ainda nao
      *          teve a conta. O arquivo de remessa ASSREM sai
      *          ordenado por assessoria, em blocos com cabecalho e
      *          trailer, um bloco por assessoria: a operacao separa
      *          cada bloco para o canal de cada uma.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AssessoriaEnvio.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASSESSORIAS ASSIGN TO "ASSESSORIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASS-CODIGO
               FILE STATUS IS FS-ASSESSORIAS.
           SELECT OPTIONAL COLOCACOES ASSIGN TO "COLOCACOES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CHAVE
               FILE STATUS IS FS-COLOCACOES.
      *----Informes de pagamento das assessorias; a chave alternada
      *----e a linha do razao ja casada com o informe
           SELECT OPTIONAL COL-PAGTOS ASSIGN TO "COLPAGTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CHAVE
               ALTERNATE RECORD KEY IS CPG-MVC-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS FS-COLPAGTOS.
           SELECT OPTIONAL ATRASADAS ASSIGN TO "ATRASADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATRASADAS.
           SELECT OPTIONAL ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-CTA-ID
               FILE STATUS IS FS-ACORDOS.
           SELECT OPTIONAL SEGMENTOS ASSIGN TO "SEGMENTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-CLIENTE
               FILE STATUS IS FS-SEGMENTOS.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT ARQ-SORT ASSIGN TO "SORTWK01".
           SELECT REMESSA-ASSESSORIA ASSIGN TO "ASSREM"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
           COPY MovContaSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSESSORIAS.
       COPY RegAssessoria.
       FD  COLOCACOES.
       COPY RegColocacao.
       FD  COL-PAGTOS.
       COPY RegColocPagto.
       FD  ATRASADAS.
      *----Mesmo layout gravado pelo ContasAtraso
       01  REG-ATRASADA.
           03 ATR-CTA-ID PIC 9(6).
           03 ATR-CLIENTE PIC 9(6).
           03 ATR-FAIXA PIC 9(1).
           03 ATR-DIAS PIC 9(5).
           03 ATR-VALOR-COM-JUROS PIC 9(7)V9(2).
       FD  ACORDOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAcordo.
       FD  SEGMENTOS.
      *----Mesmo layout gravado pelo ScoreCliente.cbl
       01  REG-SEGMENTO.
           03 SEG-CLIENTE PIC 9(6).
           03 SEG-SCORE PIC 9(3).
           03 SEG-SEGMENTO PIC X(1).
           03 SEG-QTD-RESPOSTAS PIC 9(3).
           03 SEG-QTD-CONVERSOES PIC 9(3).
           03 SEG-DATA-CALCULO PIC 9(8).
       FD  CLIENTES.
       COPY RegCliente.
       SD  ARQ-SORT.
      *----D colocacao nova, R recolha; dentro da assessoria as
      *----colocacoes vem antes das recolhas
       01  REG-SORT.
           03 SRT-ASSESSORIA PIC 9(3).
           03 SRT-TIPO PIC X(1).
           03 SRT-CTA-ID PIC 9(6).
           03 SRT-CLIENTE PIC 9(6).
           03 SRT-FAIXA PIC 9(1).
           03 SRT-VALOR PIC 9(7)V9(2).
           03 SRT-DATA PIC 9(8).
           03 SRT-MOTIVO PIC X(2).
       FD  REMESSA-ASSESSORIA.
       01  REG-REM-CABECALHO.
           03 RMH-TIPO PIC X(1).
           03 RMH-ASSESSORIA PIC 9(3).
           03 RMH-NOME PIC X(30).
           03 RMH-DATA PIC 9(8).
           03 FILLER PIC X(158).
       01  REG-REM-COLOCACAO.
           03 RMD-TIPO PIC X(1).
           03 RMD-ASSESSORIA PIC 9(3).
           03 RMD-CTA-ID PIC 9(6).
           03 RMD-CLIENTE PIC 9(6).
           03 RMD-NOME PIC X(30).
           03 RMD-ENDERECO PIC X(97).
           03 RMD-TELEFONE PIC X(15).
           03 RMD-FAIXA PIC 9(1).
           03 RMD-VALOR PIC 9(7)V9(2).
           03 RMD-DATA-EXPIRA PIC 9(8).
           03 FILLER PIC X(24).
       01  REG-REM-RECOLHA.
           03 RMR-TIPO PIC X(1).
           03 RMR-ASSESSORIA PIC 9(3).
           03 RMR-CTA-ID PIC 9(6).
           03 RMR-MOTIVO PIC X(2).
           03 RMR-DATA-RECOLHA PIC 9(8).
           03 FILLER PIC X(180).
       01  REG-REM-TRAILER.
           03 RMT-TIPO PIC X(1).
           03 RMT-ASSESSORIA PIC 9(3).
           03 RMT-QTD-COLOCADAS PIC 9(6).
           03 RMT-QTD-RECOLHIDAS PIC 9(6).
           03 RMT-VALOR-COLOCADO PIC 9(11)V9(2).
           03 FILLER PIC X(171).
       COPY RunControleFD.
       COPY MovContaFD.
       WORKING-STORAGE SECTION.
       01  FS-ASSESSORIAS PIC X(2).
       01  FS-COLOCACOES PIC X(2).
       01  FS-COLPAGTOS PIC X(2).
       01  FS-ATRASADAS PIC X(2).
       01  FS-ACORDOS PIC X(2).
       01  FS-SEGMENTOS PIC X(2).
       01  FS-CLIENTES PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  FIM-CONTA PIC X.
       01  FIM-INFORMES PIC X.
       01  FIM-SORT PIC X VALUE 'N'.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
      *----Dias que a baixa do razao espera pelo informe da
      *----assessoria antes de contar como pagamento direto
       01  CARENCIA-DIAS PIC 9(3) VALUE 5.
      *----Recolhida por pagamento direto ou acordo na mesa, a conta
      *----so volta para assessoria depois desta quarentena
       01  QUARENTENA-DIAS PIC 9(3) VALUE 90.
       01  DIAS-CORRIDOS PIC S9(7).
       01  MOTIVO-RECOLHA PIC X(2).
       01  PAGTO-DIRETO PIC X.
       01  INFORME-CASADO PIC X.
       01  CONTA-BLOQUEADA PIC X.
      *----Assessorias em memoria, em ordem de codigo
       01  QTD-ASSESSORIAS PIC 9(2) VALUE 0.
       01  IDX-ASSESSORIA PIC 9(2).
       01  ASSESSORIA-ESCOLHIDA PIC 9(2).
       01  TAB-ASSESSORIA OCCURS 50 TIMES.
           03 TAS-CODIGO PIC 9(3).
           03 TAS-NOME PIC X(30).
           03 TAS-PRAZO-DIAS PIC 9(3).
           03 TAS-FAIXA-MINIMA PIC 9(1).
           03 TAS-VALOR-MINIMO PIC 9(7)V9(2).
           03 TAS-VALOR-MAXIMO PIC 9(7)V9(2).
           03 TAS-SCORE-MAXIMO PIC 9(3).
           03 TAS-ATIVA PIC X(1).
      *----Assessorias que ja tiveram a conta em colocacao anterior
       01  QTD-JA-TEVE PIC 9(2).
       01  IDX-JA-TEVE PIC 9(2).
       01  JA-TEVE-ACHADA PIC X.
       01  TAB-JA-TEVE OCCURS 20 TIMES PIC 9(3).
       01  SCORE-CLIENTE PIC 9(3).
       01  ASSESSORIA-CORRENTE PIC 9(3) VALUE 0.
       01  QTD-BLOCO-COLOCADAS PIC 9(6).
       01  QTD-BLOCO-RECOLHIDAS PIC 9(6).
       01  VALOR-BLOCO PIC 9(11)V9(2).
       01  QTD-COLOCADAS PIC 9(6) VALUE 0.
       01  QTD-RECOLHIDAS PIC 9(6) VALUE 0.
       01  QTD-SEM-ASSESSORIA PIC 9(6) VALUE 0.
       01  QTD-INFORMES-CASADOS PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           MOVE 'ASSESSENVIO' TO PARAM-PROGRAMA
           MOVE 'CARENCIA' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE CARENCIA-DIAS = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'ASSESSORIAENVIO' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           PERFORM 0100-CARREGAR-ASSESSORIAS
           OPEN I-O COLOCACOES
           OPEN I-O COL-PAGTOS
           OPEN INPUT ACORDOS
           OPEN INPUT SEGMENTOS
           OPEN INPUT CLIENTES
           OPEN INPUT MOV-CONTA
           OPEN OUTPUT REMESSA-ASSESSORIA
           SORT ARQ-SORT
               ON ASCENDING KEY SRT-ASSESSORIA SRT-TIPO SRT-CTA-ID
               INPUT PROCEDURE IS 1000-SELECIONAR-MOVIMENTO
               OUTPUT PROCEDURE IS 3000-GRAVAR-REMESSA
           DISPLAY 'Contas colocadas:              ' QTD-COLOCADAS
           DISPLAY 'Contas recolhidas:             ' QTD-RECOLHIDAS
           DISPLAY 'Faixa 3-4 sem assessoria:      ' QTD-SEM-ASSESSORIA
           DISPLAY 'Informes casados com o razao:  '
               QTD-INFORMES-CASADOS
           COMPUTE RUN-GRAVADOS = QTD-COLOCADAS + QTD-RECOLHIDAS
           MOVE QTD-SEM-ASSESSORIA TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           CLOSE COLOCACOES
           CLOSE COL-PAGTOS
           CLOSE ACORDOS
           CLOSE SEGMENTOS
           CLOSE CLIENTES
           CLOSE MOV-CONTA
           CLOSE REMESSA-ASSESSORIA
           STOP RUN.

       0100-CARREGAR-ASSESSORIAS.
           OPEN INPUT ASSESSORIAS
           MOVE 'N' TO FIM-ARQUIVO
           IF FS-ASSESSORIAS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
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
                           MOVE ASS-PRAZO-DIAS
                               TO TAS-PRAZO-DIAS(QTD-ASSESSORIAS)
                           MOVE ASS-FAIXA-MINIMA
                               TO TAS-FAIXA-MINIMA(QTD-ASSESSORIAS)
                           MOVE ASS-VALOR-MINIMO
                               TO TAS-VALOR-MINIMO(QTD-ASSESSORIAS)
                           MOVE ASS-VALOR-MAXIMO
                               TO TAS-VALOR-MAXIMO(QTD-ASSESSORIAS)
                           MOVE ASS-SCORE-MAXIMO
                               TO TAS-SCORE-MAXIMO(QTD-ASSESSORIAS)
                           MOVE ASS-SITUACAO
                               TO TAS-ATIVA(QTD-ASSESSORIAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSESSORIAS.

       1000-SELECIONAR-MOVIMENTO.
           PERFORM 1100-REVER-COLOCACOES
           PERFORM 2000-COLOCAR-ATRASADAS.

      *----Todas as colocacoes ativas, em ordem de conta
       1100-REVER-COLOCACOES.
           MOVE 0 TO PLC-CTA-ID
           MOVE 0 TO PLC-DATA-ENVIO
           MOVE 'N' TO FIM-ARQUIVO
           START COLOCACOES KEY IS NOT LESS THAN PLC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ COLOCACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF PLC-ATIVA
                           ADD 1 TO RUN-LIDOS
                           PERFORM 1200-CONFERIR-COLOCACAO
                       END-IF
               END-READ
           END-PERFORM.

      *----Os informes sao casados antes de tudo, para a comissao
      *----enxergar tambem o que entrou antes de uma recolha
       1200-CONFERIR-COLOCACAO.
           MOVE SPACES TO MOTIVO-RECOLHA
           PERFORM 1400-CASAR-BAIXAS-DO-RAZAO
           IF DATA-HOJE GREATER PLC-DATA-EXPIRA
               MOVE 'EX' TO MOTIVO-RECOLHA
           END-IF
           IF MOTIVO-RECOLHA = SPACES
               PERFORM 1300-VERIFICAR-ACORDO-MESA
           END-IF
           IF MOTIVO-RECOLHA = SPACES AND PAGTO-DIRETO = 'S'
               MOVE 'PD' TO MOTIVO-RECOLHA
           END-IF
           IF MOTIVO-RECOLHA NOT = SPACES
               SET PLC-RECOLHIDA TO TRUE
               MOVE DATA-HOJE TO PLC-DATA-RECOLHA
               MOVE MOTIVO-RECOLHA TO PLC-MOTIVO-RECOLHA
               REWRITE REG-COLOCACAO
               ADD 1 TO QTD-RECOLHIDAS
               MOVE PLC-ASSESSORIA TO SRT-ASSESSORIA
               MOVE 'R' TO SRT-TIPO
               MOVE PLC-CTA-ID TO SRT-CTA-ID
               MOVE PLC-CLIENTE TO SRT-CLIENTE
               MOVE PLC-FAIXA TO SRT-FAIXA
               MOVE PLC-VALOR-ENVIADO TO SRT-VALOR
               MOVE DATA-HOJE TO SRT-DATA
               MOVE MOTIVO-RECOLHA TO SRT-MOTIVO
               RELEASE REG-SORT
           END-IF.

      *----Acordo registrado na mesa depois do envio recolhe a
      *----conta; o que a propria assessoria negociou e informou
      *----(PLC-DATA-ACORDO-EXT) e registrado pela mesa e segue com
      *----ela
       1300-VERIFICAR-ACORDO-MESA.
           MOVE PLC-CTA-ID TO ACD-CTA-ID
           READ ACORDOS KEY IS ACD-CTA-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACD-ATIVO AND
                           ACD-DATA-REGISTRO NOT LESS PLC-DATA-ENVIO
                           AND PLC-DATA-ACORDO-EXT = 0
                       MOVE 'AC' TO MOTIVO-RECOLHA
                   END-IF
           END-READ.

      *----Cada credito de pagamento ou boleto do razao desde o
      *----envio: ja casado, segue; casa com um informe solto da
      *----assessoria de mesmo valor; sem informe depois da
      *----carencia, foi pagamento direto para a casa
       1400-CASAR-BAIXAS-DO-RAZAO.
           MOVE 'N' TO PAGTO-DIRETO
           MOVE 'N' TO FIM-CONTA
           MOVE PLC-CTA-ID TO MVC-CTA-ID
           MOVE PLC-DATA-ENVIO TO MVC-DATA
           MOVE 0 TO MVC-SEQ
           START MOV-CONTA KEY IS NOT LESS THAN MVC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-CONTA
           END-START
           PERFORM UNTIL FIM-CONTA = 'S'
               READ MOV-CONTA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-CONTA
                   NOT AT END
                       IF MVC-CTA-ID NOT = PLC-CTA-ID
                           MOVE 'S' TO FIM-CONTA
                       ELSE
                           IF MVC-CREDITO AND
                                   (MVC-PAGAMENTO OR MVC-BOLETO)
                               PERFORM 1450-CASAR-INFORME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       1450-CASAR-INFORME.
           MOVE MVC-CHAVE TO CPG-MVC-CHAVE
           READ COL-PAGTOS KEY IS CPG-MVC-CHAVE
               INVALID KEY
                   PERFORM 1460-PROCURAR-INFORME-SOLTO
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       1460-PROCURAR-INFORME-SOLTO.
           MOVE 'N' TO INFORME-CASADO
           MOVE 'N' TO FIM-INFORMES
           MOVE PLC-CTA-ID TO CPG-CTA-ID
           MOVE 0 TO CPG-DATA
           MOVE 0 TO CPG-SEQ
           START COL-PAGTOS KEY IS NOT LESS THAN CPG-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-INFORMES
           END-START
           PERFORM UNTIL FIM-INFORMES = 'S' OR INFORME-CASADO = 'S'
               READ COL-PAGTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-INFORMES
                   NOT AT END
                       IF CPG-CTA-ID NOT = PLC-CTA-ID
                           MOVE 'S' TO FIM-INFORMES
                       ELSE
                           IF CPG-MVC-CHAVE = 0 AND
                                   CPG-ASSESSORIA = PLC-ASSESSORIA
                                   AND CPG-VALOR = MVC-VALOR
                               MOVE 'S' TO INFORME-CASADO
                               MOVE MVC-CHAVE TO CPG-MVC-CHAVE
                               MOVE MVC-DATA TO CPG-DATA-BAIXA
                               REWRITE REG-COLOC-PAGTO
                               ADD 1 TO QTD-INFORMES-CASADOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF INFORME-CASADO = 'N'
               COMPUTE DIAS-CORRIDOS =
                   FUNCTION INTEGER-OF-DATE(DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(MVC-DATA)
               IF DIAS-CORRIDOS GREATER CARENCIA-DIAS
                   MOVE 'S' TO PAGTO-DIRETO
               END-IF
           END-IF.

       2000-COLOCAR-ATRASADAS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT ATRASADAS
           IF FS-ATRASADAS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ATRASADAS
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF ATR-FAIXA NOT LESS 3
                           PERFORM 2100-AVALIAR-CONTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATRASADAS.

       2100-AVALIAR-CONTA.
           PERFORM 2150-HISTORICO-DA-CONTA
           IF CONTA-BLOQUEADA = 'N'
               MOVE ATR-CTA-ID TO ACD-CTA-ID
               READ ACORDOS KEY IS ACD-CTA-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACD-ATIVO
                           MOVE 'S' TO CONTA-BLOQUEADA
                       END-IF
               END-READ
           END-IF
           IF CONTA-BLOQUEADA = 'N'
               MOVE 0 TO SCORE-CLIENTE
               MOVE ATR-CLIENTE TO SEG-CLIENTE
               READ SEGMENTOS KEY IS SEG-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEG-SCORE TO SCORE-CLIENTE
               END-READ
               PERFORM 2200-ESCOLHER-ASSESSORIA
               IF ASSESSORIA-ESCOLHIDA = 0
                   ADD 1 TO QTD-SEM-ASSESSORIA
               ELSE
                   PERFORM 2300-COLOCAR-CONTA
               END-IF
           END-IF.

      *----Colocacao ativa bloqueia; recolha por pagamento direto ou
      *----acordo na mesa bloqueia durante a quarentena; toda
      *----assessoria que ja teve a conta fica fora da escolha
       2150-HISTORICO-DA-CONTA.
           MOVE 'N' TO CONTA-BLOQUEADA
           MOVE 0 TO QTD-JA-TEVE
           MOVE 'N' TO FIM-CONTA
           MOVE ATR-CTA-ID TO PLC-CTA-ID
           MOVE 0 TO PLC-DATA-ENVIO
           START COLOCACOES KEY IS NOT LESS THAN PLC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-CONTA
           END-START
           PERFORM UNTIL FIM-CONTA = 'S'
               READ COLOCACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-CONTA
                   NOT AT END
                       IF PLC-CTA-ID NOT = ATR-CTA-ID
                           MOVE 'S' TO FIM-CONTA
                       ELSE
                           PERFORM 2160-AVALIAR-COLOCACAO-ANTIGA
                       END-IF
               END-READ
           END-PERFORM.

       2160-AVALIAR-COLOCACAO-ANTIGA.
           IF PLC-ATIVA
               MOVE 'S' TO CONTA-BLOQUEADA
           ELSE
               IF PLC-RECOLHA-PAGTO-DIRETO OR PLC-RECOLHA-ACORDO-MESA
                   COMPUTE DIAS-CORRIDOS =
                       FUNCTION INTEGER-OF-DATE(DATA-HOJE) -
                       FUNCTION INTEGER-OF-DATE(PLC-DATA-RECOLHA)
                   IF DIAS-CORRIDOS LESS QUARENTENA-DIAS
                       MOVE 'S' TO CONTA-BLOQUEADA
                   END-IF
               END-IF
           END-IF
           IF QTD-JA-TEVE < 20
               ADD 1 TO QTD-JA-TEVE
               MOVE PLC-ASSESSORIA TO TAB-JA-TEVE(QTD-JA-TEVE)
           END-IF.

      *----Primeira assessoria ativa, por codigo, cuja regra a
      *----conta atende e que ainda nao teve a conta
       2200-ESCOLHER-ASSESSORIA.
           MOVE 0 TO ASSESSORIA-ESCOLHIDA
           PERFORM VARYING IDX-ASSESSORIA FROM 1 BY 1
                   UNTIL IDX-ASSESSORIA > QTD-ASSESSORIAS
                       OR ASSESSORIA-ESCOLHIDA NOT = 0
               IF TAS-ATIVA(IDX-ASSESSORIA) = 'A' AND
                       ATR-FAIXA NOT LESS
                           TAS-FAIXA-MINIMA(IDX-ASSESSORIA) AND
                       ATR-VALOR-COM-JUROS NOT LESS
                           TAS-VALOR-MINIMO(IDX-ASSESSORIA) AND
                       ATR-VALOR-COM-JUROS NOT GREATER
                           TAS-VALOR-MAXIMO(IDX-ASSESSORIA) AND
                       SCORE-CLIENTE NOT GREATER
                           TAS-SCORE-MAXIMO(IDX-ASSESSORIA)
                   MOVE 'N' TO JA-TEVE-ACHADA
                   PERFORM VARYING IDX-JA-TEVE FROM 1 BY 1
                           UNTIL IDX-JA-TEVE > QTD-JA-TEVE
                       IF TAB-JA-TEVE(IDX-JA-TEVE) =
                               TAS-CODIGO(IDX-ASSESSORIA)
                           MOVE 'S' TO JA-TEVE-ACHADA
                       END-IF
                   END-PERFORM
                   IF JA-TEVE-ACHADA = 'N'
                       MOVE IDX-ASSESSORIA TO ASSESSORIA-ESCOLHIDA
                   END-IF
               END-IF
           END-PERFORM.

       2300-COLOCAR-CONTA.
           MOVE ATR-CTA-ID TO PLC-CTA-ID
           MOVE DATA-HOJE TO PLC-DATA-ENVIO
           MOVE TAS-CODIGO(ASSESSORIA-ESCOLHIDA) TO PLC-ASSESSORIA
           MOVE ATR-CLIENTE TO PLC-CLIENTE
           MOVE ATR-FAIXA TO PLC-FAIXA
           MOVE ATR-VALOR-COM-JUROS TO PLC-VALOR-ENVIADO
           COMPUTE PLC-DATA-EXPIRA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) +
               TAS-PRAZO-DIAS(ASSESSORIA-ESCOLHIDA))
           MOVE 0 TO PLC-DATA-ACORDO-EXT
           SET PLC-ATIVA TO TRUE
           MOVE 0 TO PLC-DATA-RECOLHA
           MOVE SPACES TO PLC-MOTIVO-RECOLHA
           WRITE REG-COLOCACAO
               INVALID KEY
                   MOVE 0 TO ASSESSORIA-ESCOLHIDA
           END-WRITE
           IF ASSESSORIA-ESCOLHIDA NOT = 0
               ADD 1 TO QTD-COLOCADAS
               MOVE PLC-ASSESSORIA TO SRT-ASSESSORIA
               MOVE 'D' TO SRT-TIPO
               MOVE PLC-CTA-ID TO SRT-CTA-ID
               MOVE PLC-CLIENTE TO SRT-CLIENTE
               MOVE PLC-FAIXA TO SRT-FAIXA
               MOVE PLC-VALOR-ENVIADO TO SRT-VALOR
               MOVE PLC-DATA-EXPIRA TO SRT-DATA
               MOVE SPACES TO SRT-MOTIVO
               RELEASE REG-SORT
           END-IF.

      *----Um bloco por assessoria: cabecalho, colocacoes, recolhas
      *----e o trailer com as contagens para a conferencia dela
       3000-GRAVAR-REMESSA.
           PERFORM UNTIL FIM-SORT = 'S'
               RETURN ARQ-SORT
                   AT END
                       MOVE 'S' TO FIM-SORT
                   NOT AT END
                       IF SRT-ASSESSORIA NOT = ASSESSORIA-CORRENTE
                           IF ASSESSORIA-CORRENTE NOT = 0
                               PERFORM 3300-GRAVAR-TRAILER
                           END-IF
                           PERFORM 3100-GRAVAR-CABECALHO
                       END-IF
                       PERFORM 3200-GRAVAR-DETALHE
               END-RETURN
           END-PERFORM
           IF ASSESSORIA-CORRENTE NOT = 0
               PERFORM 3300-GRAVAR-TRAILER
           END-IF.

       3100-GRAVAR-CABECALHO.
           MOVE SRT-ASSESSORIA TO ASSESSORIA-CORRENTE
           MOVE 0 TO QTD-BLOCO-COLOCADAS
           MOVE 0 TO QTD-BLOCO-RECOLHIDAS
           MOVE 0 TO VALOR-BLOCO
           MOVE SPACES TO REG-REM-CABECALHO
           MOVE 'H' TO RMH-TIPO
           MOVE SRT-ASSESSORIA TO RMH-ASSESSORIA
           PERFORM VARYING IDX-ASSESSORIA FROM 1 BY 1
                   UNTIL IDX-ASSESSORIA > QTD-ASSESSORIAS
               IF TAS-CODIGO(IDX-ASSESSORIA) = SRT-ASSESSORIA
                   MOVE TAS-NOME(IDX-ASSESSORIA) TO RMH-NOME
               END-IF
           END-PERFORM
           MOVE DATA-HOJE TO RMH-DATA
           WRITE REG-REM-CABECALHO.

       3200-GRAVAR-DETALHE.
           IF SRT-TIPO = 'D'
               MOVE SPACES TO REG-REM-COLOCACAO
               MOVE 'D' TO RMD-TIPO
               MOVE SRT-ASSESSORIA TO RMD-ASSESSORIA
               MOVE SRT-CTA-ID TO RMD-CTA-ID
               MOVE SRT-CLIENTE TO RMD-CLIENTE
               MOVE SRT-CLIENTE TO CLI-NUMERO
               READ CLIENTES KEY IS CLI-NUMERO
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO' TO RMD-NOME
                   NOT INVALID KEY
                       MOVE CLI-NOME TO RMD-NOME
                       MOVE CLI-ENDERECO TO RMD-ENDERECO
                       MOVE CLI-TELEFONE TO RMD-TELEFONE
               END-READ
               MOVE SRT-FAIXA TO RMD-FAIXA
               MOVE SRT-VALOR TO RMD-VALOR
               MOVE SRT-DATA TO RMD-DATA-EXPIRA
               WRITE REG-REM-COLOCACAO
               ADD 1 TO QTD-BLOCO-COLOCADAS
               ADD SRT-VALOR TO VALOR-BLOCO
           ELSE
               MOVE SPACES TO REG-REM-RECOLHA
               MOVE 'R' TO RMR-TIPO
               MOVE SRT-ASSESSORIA TO RMR-ASSESSORIA
               MOVE SRT-CTA-ID TO RMR-CTA-ID
               MOVE SRT-MOTIVO TO RMR-MOTIVO
               MOVE SRT-DATA TO RMR-DATA-RECOLHA
               WRITE REG-REM-RECOLHA
               ADD 1 TO QTD-BLOCO-RECOLHIDAS
           END-IF.

       3300-GRAVAR-TRAILER.
           MOVE SPACES TO REG-REM-TRAILER
           MOVE 'T' TO RMT-TIPO
           MOVE ASSESSORIA-CORRENTE TO RMT-ASSESSORIA
           MOVE QTD-BLOCO-COLOCADAS TO RMT-QTD-COLOCADAS
           MOVE QTD-BLOCO-RECOLHIDAS TO RMT-QTD-RECOLHIDAS
           MOVE VALOR-BLOCO TO RMT-VALOR-COLOCADO
           WRITE REG-REM-TRAILER.

       COPY GravarRunControle.
       END PROGRAM AssessoriaEnvio.
