      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Relatorio diario de excecoes das rodadas de batch a
      *          partir do controle de execucao RUNCTL. Cada par
      *          inicio/fim vira uma rodada com duracao em segundos e
      *          registros lidos; as ultimas 30 rodadas de cada
      *          RUN-PROGRAMA anteriores ao dia conferido formam a base
      *          (media e maximo de duracao e de lidos). As rodadas do
      *          dia saem no RUNEXCRPT quando demoram mais que o fator
      *          RODADABASE/FATOR-TEMPO da media (reserva 200 por cento,
      *          com folga minima FOLGA-SEGS), quando os lidos fogem
      *          mais que FAIXA-LIDOS por cento da media (reserva 50),
      *          quando comecam e nao terminam, e quando o programa nao
      *          comeca ate a hora limite do RODADACFG. Sem MIN-RODADAS
      *          rodadas de base (reserva 5) so a hora limite e
      *          conferida. Rodadas retomadas de checkpoint e rodadas
      *          recusadas ficam fora da base e da comparacao. A base
      *          de cada programa sai no fim do relatorio. Havendo
      *          excecao o programa termina com RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RodadaBaseline.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RunControleSelect.
      *----Hora limite de inicio de cada batch, mantida pela operacao
           SELECT OPTIONAL RODADA-CFG ASSIGN TO "RODADACFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RODADA-CFG.
           SELECT RELATORIO-EXCECOES ASSIGN TO "RUNEXCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       COPY RunControleFD.
      *----Programa, hora limite de inicio (HHMM) e dias em que o
      *----programa precisa rodar: U-so dias uteis, T-todos os dias
       FD  RODADA-CFG.
       01  REG-RODADA-CFG.
           03 CFG-PROGRAMA PIC X(20).
           03 CFG-HORA-LIMITE PIC 9(4).
           03 CFG-DIAS PIC X(1).
       FD  RELATORIO-EXCECOES.
       01  REG-RELATORIO PIC X(132).
       WORKING-STORAGE SECTION.
       01  FS-RODADA-CFG PIC X(2).
       01  FIM-CONTROLE PIC X VALUE 'N'.
       01  FIM-CFG PIC X VALUE 'N'.
       01  DATA-REFERENCIA PIC 9(8).
       01  QTD-PROGRAMAS PIC 9(2) VALUE 0.
       01  IDX-PROGRAMA PIC 9(2).
       01  IDX-RODADA PIC 9(2).
       01  PROGRAMA-ACHADO PIC X.
       01  QTD-EXCECOES PIC 9(5) VALUE 0.
       01  QTD-RODADAS-DIA PIC 9(5) VALUE 0.
      *----Dia conferido e dia de rodar conforme o RODADACFG
       01  DIA-DE-RODAR PIC X.
      *----Limites de comparacao; valores vigentes do arquivo central
      *----por cima
       77  FATOR-TEMPO PIC 9(4) VALUE 200.
       77  FOLGA-SEGUNDOS PIC 9(5) VALUE 60.
       77  FAIXA-LIDOS PIC 9(3) VALUE 50.
       77  MIN-RODADAS PIC 9(2) VALUE 5.
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
       01  DU-FUNCAO PIC 9.
       01  DU-DATA-DE PIC 9(8).
       01  DU-DATA-ATE PIC 9(8).
       01  DU-RESULTADO-DIAS PIC S9(5).
       01  DU-DATA-RESULTADO PIC 9(8).
       01  DU-RETORNO PIC 9(2).
      *----Hora HHMMSS do RUNCTL decomposta para o calculo em segundos
       01  HORA-CALCULO PIC 9(6).
       01  FILLER REDEFINES HORA-CALCULO.
           03 HC-HORAS PIC 9(2).
           03 HC-MINUTOS PIC 9(2).
           03 HC-SEGUNDOS PIC 9(2).
       01  SEGUNDOS-DIA PIC 9(5).
       01  SEGUNDOS-INICIO PIC 9(5).
       01  DURACAO-RODADA PIC S9(7).
      *----Base calculada das rodadas guardadas de um programa
       01  BASE-SOMA-DURACAO PIC 9(9).
       01  BASE-SOMA-LIDOS PIC 9(9).
       01  BASE-MEDIA-DURACAO PIC 9(7).
       01  BASE-MAXIMA-DURACAO PIC 9(7).
       01  BASE-MEDIA-LIDOS PIC 9(6).
       01  BASE-MAXIMA-LIDOS PIC 9(6).
       01  LIMITE-DURACAO PIC 9(9).
       01  LIMITE-LIDOS-MIN PIC 9(7).
       01  LIMITE-LIDOS-MAX PIC 9(7).
      *----Estado de cada batch visto no RUNCTL: a rodada aberta
      *----(I sem F), a primeira largada do dia conferido e as ultimas
      *----30 rodadas anteriores ao dia, guardadas em circulo
       01  TAB-PROGRAMAS.
           03 PROGRAMA-RUN OCCURS 50 TIMES.
               05 PRG-NOME PIC X(20).
               05 PRG-ABERTO PIC X(1).
               05 PRG-RETOMADA PIC X(1).
               05 PRG-INICIO-DATA PIC 9(8).
               05 PRG-INICIO-HORA PIC 9(6).
               05 PRG-INICIOU-DIA PIC X(1).
               05 PRG-HORA-DIA PIC 9(6).
               05 PRG-QTD-RODADAS PIC 9(2).
               05 PRG-PROXIMA PIC 9(2).
               05 PRG-RODADA OCCURS 30 TIMES.
                   07 PRG-DURACAO PIC 9(7).
                   07 PRG-LIDOS PIC 9(6).
       01  LINHA-EXCECAO.
           03 LE-PROGRAMA PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LE-HORA PIC 99B99B99.
           03 FILLER PIC X(6) VALUE '  DUR '.
           03 LE-DURACAO PIC ZZZZZZ9.
           03 FILLER PIC X(7) VALUE ' MEDIA '.
           03 LE-MEDIA-DURACAO PIC ZZZZZZ9.
           03 FILLER PIC X(8) VALUE '  LIDOS '.
           03 LE-LIDOS PIC ZZZZZ9.
           03 FILLER PIC X(7) VALUE ' MEDIA '.
           03 LE-MEDIA-LIDOS PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LE-MOTIVO PIC X(30).
       01  LINHA-BASE.
           03 LB-PROGRAMA PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LB-QTD PIC Z9.
           03 FILLER PIC X(14) VALUE '  DUR MEDIA   '.
           03 LB-MEDIA-DURACAO PIC ZZZZZZ9.
           03 FILLER PIC X(8) VALUE '  MAXIMA'.
           03 LB-MAXIMA-DURACAO PIC ZZZZZZ9.
           03 FILLER PIC X(16) VALUE '  LIDOS MEDIA   '.
           03 LB-MEDIA-LIDOS PIC ZZZZZ9.
           03 FILLER PIC X(8) VALUE '  MAXIMA'.
           03 LB-MAXIMA-LIDOS PIC ZZZZZ9.
       01  LINHA-TEXTO PIC X(132).
       PROCEDURE DIVISION.
           DISPLAY 'Dia a conferir (AAAAMMDD): '
           ACCEPT DATA-REFERENCIA
           PERFORM 0060-LER-PARAMETROS
           OPEN INPUT RUN-CONTROLE
           OPEN OUTPUT RELATORIO-EXCECOES
           MOVE SPACES TO LINHA-TEXTO
           STRING 'EXCECOES DAS RODADAS DE BATCH DO DIA '
               DELIMITED BY SIZE
               DATA-REFERENCIA DELIMITED BY SIZE
               ' - DURACAO EM SEGUNDOS' DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM UNTIL FIM-CONTROLE = 'S'
               READ RUN-CONTROLE
                   AT END
                       MOVE 'S' TO FIM-CONTROLE
                   NOT AT END
                       PERFORM 1000-ACUMULAR-EVENTO
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROLE
           PERFORM 3500-DENUNCIAR-SEM-FIM
           PERFORM 4000-CONFERIR-HORA-LIMITE
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-TEXTO
           STRING 'RODADAS DO DIA: ' DELIMITED BY SIZE
               QTD-RODADAS-DIA DELIMITED BY SIZE
               '  EXCECOES: ' DELIMITED BY SIZE
               QTD-EXCECOES DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM 5000-IMPRIMIR-BASE
           CLOSE RELATORIO-EXCECOES
           DISPLAY 'Excecoes das rodadas gravadas: ' QTD-EXCECOES
           IF QTD-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0060-LER-PARAMETROS.
           MOVE 'RODADABASE' TO PARAM-PROGRAMA
           MOVE 'FATOR-TEMPO' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-REFERENCIA PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE FATOR-TEMPO = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           MOVE 'FOLGA-SEGS' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-REFERENCIA PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE FOLGA-SEGUNDOS = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           MOVE 'FAIXA-LIDOS' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-REFERENCIA PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE FAIXA-LIDOS = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           MOVE 'MIN-RODADAS' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-REFERENCIA PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE MIN-RODADAS = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           IF FAIXA-LIDOS > 100
               MOVE 100 TO FAIXA-LIDOS
           END-IF.

       1000-ACUMULAR-EVENTO.
           MOVE 'N' TO PROGRAMA-ACHADO
           PERFORM VARYING IDX-PROGRAMA FROM 1 BY 1
                   UNTIL IDX-PROGRAMA > QTD-PROGRAMAS
                       OR PROGRAMA-ACHADO = 'S'
               IF PRG-NOME(IDX-PROGRAMA) = RUN-PROGRAMA
                   MOVE 'S' TO PROGRAMA-ACHADO
               END-IF
           END-PERFORM
           IF PROGRAMA-ACHADO = 'S'
               SUBTRACT 1 FROM IDX-PROGRAMA
               PERFORM 1100-REGISTRAR-EVENTO
           ELSE
               IF QTD-PROGRAMAS < 50
                   ADD 1 TO QTD-PROGRAMAS
                   MOVE QTD-PROGRAMAS TO IDX-PROGRAMA
                   MOVE RUN-PROGRAMA TO PRG-NOME(IDX-PROGRAMA)
                   MOVE 'N' TO PRG-ABERTO(IDX-PROGRAMA)
                   MOVE 'N' TO PRG-RETOMADA(IDX-PROGRAMA)
                   MOVE 'N' TO PRG-INICIOU-DIA(IDX-PROGRAMA)
                   MOVE 0 TO PRG-HORA-DIA(IDX-PROGRAMA)
                   MOVE 0 TO PRG-QTD-RODADAS(IDX-PROGRAMA)
                   MOVE 1 TO PRG-PROXIMA(IDX-PROGRAMA)
                   PERFORM 1100-REGISTRAR-EVENTO
               ELSE
                   DISPLAY 'TABELA DE PROGRAMAS CHEIA, IGNORADO: '
                       RUN-PROGRAMA
               END-IF
           END-IF.

      *----I abre a rodada; largadas depois do dia conferido nao
      *----contam. F fecha a rodada aberta: se ela largou antes do
      *----dia conferido entra na base, se largou no dia e conferida
      *----contra a base. Um I sem F (abend) e descartado pelo I
      *----seguinte; o inicio RETOMADA continua a rodada que caiu
       1100-REGISTRAR-EVENTO.
           IF RUN-EVENTO = 'I'
               IF RUN-DATA > DATA-REFERENCIA
                   MOVE 'N' TO PRG-ABERTO(IDX-PROGRAMA)
               ELSE
                   MOVE 'S' TO PRG-ABERTO(IDX-PROGRAMA)
                   MOVE RUN-DATA TO PRG-INICIO-DATA(IDX-PROGRAMA)
                   MOVE RUN-HORA TO PRG-INICIO-HORA(IDX-PROGRAMA)
                   IF RUN-FINAL = 'RETOMADA'
                       MOVE 'S' TO PRG-RETOMADA(IDX-PROGRAMA)
                   ELSE
                       MOVE 'N' TO PRG-RETOMADA(IDX-PROGRAMA)
                   END-IF
                   IF RUN-DATA = DATA-REFERENCIA AND
                           PRG-INICIOU-DIA(IDX-PROGRAMA) = 'N'
                       MOVE 'S' TO PRG-INICIOU-DIA(IDX-PROGRAMA)
                       MOVE RUN-HORA TO PRG-HORA-DIA(IDX-PROGRAMA)
                   END-IF
               END-IF
           ELSE
               IF PRG-ABERTO(IDX-PROGRAMA) = 'S'
                   MOVE 'N' TO PRG-ABERTO(IDX-PROGRAMA)
                   IF PRG-RETOMADA(IDX-PROGRAMA) = 'N' AND
                           RUN-FINAL NOT = 'RECUSADO'
                       PERFORM 1200-CALCULAR-DURACAO
                       IF PRG-INICIO-DATA(IDX-PROGRAMA)
                               < DATA-REFERENCIA
                           PERFORM 1300-GUARDAR-RODADA
                       ELSE
                           PERFORM 3000-CONFERIR-RODADA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----Segundos entre a largada e o fim, atravessando a meia-noite
       1200-CALCULAR-DURACAO.
           MOVE PRG-INICIO-HORA(IDX-PROGRAMA) TO HORA-CALCULO
           PERFORM 1250-SEGUNDOS-DO-DIA
           MOVE SEGUNDOS-DIA TO SEGUNDOS-INICIO
           MOVE RUN-HORA TO HORA-CALCULO
           PERFORM 1250-SEGUNDOS-DO-DIA
           COMPUTE DURACAO-RODADA =
               (FUNCTION INTEGER-OF-DATE(RUN-DATA)
               - FUNCTION INTEGER-OF-DATE(
                   PRG-INICIO-DATA(IDX-PROGRAMA))) * 86400
               + SEGUNDOS-DIA - SEGUNDOS-INICIO
           IF DURACAO-RODADA < 0
               MOVE 0 TO DURACAO-RODADA
           END-IF.

       1250-SEGUNDOS-DO-DIA.
           COMPUTE SEGUNDOS-DIA =
               HC-HORAS * 3600 + HC-MINUTOS * 60 + HC-SEGUNDOS.

      *----Circulo das ultimas 30 rodadas: a mais antiga da lugar
       1300-GUARDAR-RODADA.
           MOVE PRG-PROXIMA(IDX-PROGRAMA) TO IDX-RODADA
           MOVE DURACAO-RODADA TO PRG-DURACAO(IDX-PROGRAMA, IDX-RODADA)
           MOVE RUN-LIDOS TO PRG-LIDOS(IDX-PROGRAMA, IDX-RODADA)
           IF PRG-QTD-RODADAS(IDX-PROGRAMA) < 30
               ADD 1 TO PRG-QTD-RODADAS(IDX-PROGRAMA)
           END-IF
           IF IDX-RODADA = 30
               MOVE 1 TO PRG-PROXIMA(IDX-PROGRAMA)
           ELSE
               ADD 1 TO PRG-PROXIMA(IDX-PROGRAMA)
           END-IF.

      *----Media e maximo das rodadas guardadas do programa corrente
       2000-CALCULAR-BASE.
           MOVE 0 TO BASE-SOMA-DURACAO
           MOVE 0 TO BASE-SOMA-LIDOS
           MOVE 0 TO BASE-MEDIA-DURACAO
           MOVE 0 TO BASE-MAXIMA-DURACAO
           MOVE 0 TO BASE-MEDIA-LIDOS
           MOVE 0 TO BASE-MAXIMA-LIDOS
           PERFORM VARYING IDX-RODADA FROM 1 BY 1
                   UNTIL IDX-RODADA > PRG-QTD-RODADAS(IDX-PROGRAMA)
               ADD PRG-DURACAO(IDX-PROGRAMA, IDX-RODADA)
                   TO BASE-SOMA-DURACAO
               ADD PRG-LIDOS(IDX-PROGRAMA, IDX-RODADA)
                   TO BASE-SOMA-LIDOS
               IF PRG-DURACAO(IDX-PROGRAMA, IDX-RODADA)
                       > BASE-MAXIMA-DURACAO
                   MOVE PRG-DURACAO(IDX-PROGRAMA, IDX-RODADA)
                       TO BASE-MAXIMA-DURACAO
               END-IF
               IF PRG-LIDOS(IDX-PROGRAMA, IDX-RODADA)
                       > BASE-MAXIMA-LIDOS
                   MOVE PRG-LIDOS(IDX-PROGRAMA, IDX-RODADA)
                       TO BASE-MAXIMA-LIDOS
               END-IF
           END-PERFORM
           IF PRG-QTD-RODADAS(IDX-PROGRAMA) > 0
               COMPUTE BASE-MEDIA-DURACAO ROUNDED =
                   BASE-SOMA-DURACAO / PRG-QTD-RODADAS(IDX-PROGRAMA)
               COMPUTE BASE-MEDIA-LIDOS ROUNDED =
                   BASE-SOMA-LIDOS / PRG-QTD-RODADAS(IDX-PROGRAMA)
           END-IF.

      *----Rodada fechada do dia contra a base anterior a ele. Base
      *----curta demais nao serve de comparacao
       3000-CONFERIR-RODADA.
           ADD 1 TO QTD-RODADAS-DIA
           IF PRG-QTD-RODADAS(IDX-PROGRAMA) NOT < MIN-RODADAS
               PERFORM 2000-CALCULAR-BASE
               COMPUTE LIMITE-DURACAO =
                   BASE-MEDIA-DURACAO * FATOR-TEMPO / 100
               IF DURACAO-RODADA > LIMITE-DURACAO AND
                       DURACAO-RODADA - BASE-MEDIA-DURACAO
                           > FOLGA-SEGUNDOS
                   MOVE 'DURACAO MUITO ACIMA DA BASE' TO LE-MOTIVO
                   PERFORM 3100-IMPRIMIR-EXCECAO
               END-IF
               COMPUTE LIMITE-LIDOS-MIN =
                   BASE-MEDIA-LIDOS * (100 - FAIXA-LIDOS) / 100
               COMPUTE LIMITE-LIDOS-MAX =
                   BASE-MEDIA-LIDOS * (100 + FAIXA-LIDOS) / 100
               IF RUN-LIDOS < LIMITE-LIDOS-MIN
                   MOVE 'LIDOS MUITO ABAIXO DA BASE' TO LE-MOTIVO
                   PERFORM 3100-IMPRIMIR-EXCECAO
               END-IF
               IF RUN-LIDOS > LIMITE-LIDOS-MAX
                   MOVE 'LIDOS MUITO ACIMA DA BASE' TO LE-MOTIVO
                   PERFORM 3100-IMPRIMIR-EXCECAO
               END-IF
           END-IF.

       3100-IMPRIMIR-EXCECAO.
           ADD 1 TO QTD-EXCECOES
           MOVE PRG-NOME(IDX-PROGRAMA) TO LE-PROGRAMA
           MOVE PRG-INICIO-HORA(IDX-PROGRAMA) TO LE-HORA
           MOVE DURACAO-RODADA TO LE-DURACAO
           MOVE BASE-MEDIA-DURACAO TO LE-MEDIA-DURACAO
           MOVE RUN-LIDOS TO LE-LIDOS
           MOVE BASE-MEDIA-LIDOS TO LE-MEDIA-LIDOS
           MOVE LINHA-EXCECAO TO REG-RELATORIO
           WRITE REG-RELATORIO.

      *----Rodada que largou no dia e nao tem registro de fim
       3500-DENUNCIAR-SEM-FIM.
           PERFORM VARYING IDX-PROGRAMA FROM 1 BY 1
                   UNTIL IDX-PROGRAMA > QTD-PROGRAMAS
               IF PRG-ABERTO(IDX-PROGRAMA) = 'S' AND
                       PRG-INICIO-DATA(IDX-PROGRAMA) = DATA-REFERENCIA
                   ADD 1 TO QTD-EXCECOES
                   MOVE SPACES TO LINHA-TEXTO
                   STRING PRG-NOME(IDX-PROGRAMA) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       PRG-INICIO-HORA(IDX-PROGRAMA)
                           DELIMITED BY SIZE
                       '  INICIOU E NAO TERMINOU' DELIMITED BY SIZE
                       INTO LINHA-TEXTO
                   MOVE LINHA-TEXTO TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM.

      *----Cada batch do RODADACFG precisa ter largado no dia ate a
      *----hora limite; programa marcado U so e cobrado em dia util
       4000-CONFERIR-HORA-LIMITE.
           OPEN INPUT RODADA-CFG
           IF FS-RODADA-CFG NOT = '00'
               MOVE 'S' TO FIM-CFG
           END-IF
           PERFORM UNTIL FIM-CFG = 'S'
               READ RODADA-CFG
                   AT END
                       MOVE 'S' TO FIM-CFG
                   NOT AT END
                       PERFORM 4100-CONFERIR-PROGRAMA
               END-READ
           END-PERFORM
           CLOSE RODADA-CFG.

       4100-CONFERIR-PROGRAMA.
           MOVE 'S' TO DIA-DE-RODAR
           IF CFG-DIAS = 'U'
               MOVE 3 TO DU-FUNCAO
               MOVE DATA-REFERENCIA TO DU-DATA-DE
               MOVE 0 TO DU-DATA-ATE
               CALL 'DataUtil' USING DU-FUNCAO DU-DATA-DE DU-DATA-ATE
                   DU-RESULTADO-DIAS DU-DATA-RESULTADO DU-RETORNO
               IF DU-RETORNO = 00 AND
                       DU-DATA-RESULTADO NOT = DATA-REFERENCIA
                   MOVE 'N' TO DIA-DE-RODAR
               END-IF
           END-IF
           IF DIA-DE-RODAR = 'S'
               MOVE 'N' TO PROGRAMA-ACHADO
               PERFORM VARYING IDX-PROGRAMA FROM 1 BY 1
                       UNTIL IDX-PROGRAMA > QTD-PROGRAMAS
                           OR PROGRAMA-ACHADO = 'S'
                   IF PRG-NOME(IDX-PROGRAMA) = CFG-PROGRAMA
                       MOVE 'S' TO PROGRAMA-ACHADO
                   END-IF
               END-PERFORM
               IF PROGRAMA-ACHADO = 'S'
                   SUBTRACT 1 FROM IDX-PROGRAMA
               END-IF
               MOVE SPACES TO LINHA-TEXTO
               IF PROGRAMA-ACHADO = 'N' OR
                       PRG-INICIOU-DIA(IDX-PROGRAMA) = 'N'
                   STRING CFG-PROGRAMA DELIMITED BY SIZE
                       '  NAO INICIOU NO DIA, LIMITE ' DELIMITED BY SIZE
                       CFG-HORA-LIMITE DELIMITED BY SIZE
                       INTO LINHA-TEXTO
               ELSE
                   MOVE PRG-HORA-DIA(IDX-PROGRAMA) TO HORA-CALCULO
                   IF HC-HORAS * 100 + HC-MINUTOS > CFG-HORA-LIMITE
                       STRING CFG-PROGRAMA DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           HORA-CALCULO DELIMITED BY SIZE
                           '  INICIOU DEPOIS DO LIMITE '
                               DELIMITED BY SIZE
                           CFG-HORA-LIMITE DELIMITED BY SIZE
                           INTO LINHA-TEXTO
                   END-IF
               END-IF
               IF LINHA-TEXTO NOT = SPACES
                   ADD 1 TO QTD-EXCECOES
                   MOVE LINHA-TEXTO TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-IF.

      *----Base vigente de cada programa, para a operacao conferir a
      *----referencia usada nas excecoes
       5000-IMPRIMIR-BASE.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'BASE DAS ULTIMAS 30 RODADAS POR PROGRAMA'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING IDX-PROGRAMA FROM 1 BY 1
                   UNTIL IDX-PROGRAMA > QTD-PROGRAMAS
               PERFORM 2000-CALCULAR-BASE
               MOVE PRG-NOME(IDX-PROGRAMA) TO LB-PROGRAMA
               MOVE PRG-QTD-RODADAS(IDX-PROGRAMA) TO LB-QTD
               MOVE BASE-MEDIA-DURACAO TO LB-MEDIA-DURACAO
               MOVE BASE-MAXIMA-DURACAO TO LB-MAXIMA-DURACAO
               MOVE BASE-MEDIA-LIDOS TO LB-MEDIA-LIDOS
               MOVE BASE-MAXIMA-LIDOS TO LB-MAXIMA-LIDOS
               MOVE LINHA-BASE TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.

       END PROGRAM RodadaBaseline.
