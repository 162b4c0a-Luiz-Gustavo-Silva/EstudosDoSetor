      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Relatorio semanal de tendencia das rodadas de batch a
      *          partir do controle de execucao RUNCTL, para a operacao
      *          ver a janela do batch enchendo antes de estourar. Pega
      *          as 8 semanas de 7 dias terminadas no dia informado e
      *          mostra, por RUN-PROGRAMA, a duracao media em minutos
      *          de cada semana e a variacao da ultima semana sobre a
      *          primeira com rodadas. No pe, a janela do batch: cada
      *          dia de batch vai da hora de corte RODADABASE/HORA-CORTE
      *          (reserva 12) ate a mesma hora do dia seguinte, e a
      *          janela do dia e o tempo entre a primeira largada e o
      *          ultimo fim nesse intervalo. Saem a janela media e a
      *          maxima de cada semana e a ocupacao da janela media
      *          sobre o limite JANELA-MIN em minutos (reserva 480).
      *          Ocupacao na ultima semana acima de ALERTA-PCT
      *          (reserva 80) sai em destaque e o programa termina com
      *          RETURN-CODE 4. Rodadas retomadas de checkpoint, abends
      *          e rodadas recusadas ficam de fora, como no
      *          RodadaBaseline.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RodadaTendencia.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RunControleSelect.
           SELECT RELATORIO-TENDENCIA ASSIGN TO "RUNTENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       COPY RunControleFD.
       FD  RELATORIO-TENDENCIA.
       01  REG-RELATORIO PIC X(132).
       WORKING-STORAGE SECTION.
       01  FIM-CONTROLE PIC X VALUE 'N'.
       01  DATA-FIM PIC 9(8).
       01  DIA-FIM-INTEIRO PIC 9(7).
       01  DIA-INTEIRO PIC 9(7).
       01  DIA-LOTE-INTEIRO PIC 9(7).
       01  DIAS-ANTES PIC S9(7).
       01  QTD-PROGRAMAS PIC 9(2) VALUE 0.
       01  IDX-PROGRAMA PIC 9(2).
       01  IDX-SEMANA PIC 9(2).
       01  IDX-DIA PIC 9(2).
       01  PRIMEIRA-SEMANA PIC 9(2).
       01  PROGRAMA-ACHADO PIC X.
       01  QTD-RODADAS PIC 9(7) VALUE 0.
      *----Limites da janela; valores vigentes do arquivo central por
      *----cima
       77  HORA-CORTE PIC 9(2) VALUE 12.
       77  JANELA-MINUTOS PIC 9(5) VALUE 480.
       77  ALERTA-PCT PIC 9(3) VALUE 80.
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
      *----Hora HHMMSS do RUNCTL decomposta para o calculo em segundos
       01  HORA-CALCULO PIC 9(6).
       01  FILLER REDEFINES HORA-CALCULO.
           03 HC-HORAS PIC 9(2).
           03 HC-MINUTOS PIC 9(2).
           03 HC-SEGUNDOS PIC 9(2).
       01  SEGUNDOS-DIA PIC 9(5).
      *----Segundos da largada e do fim contados a partir do corte do
      *----dia de batch a que a rodada pertence
       01  SEGUNDOS-INICIO PIC S9(7).
       01  SEGUNDOS-FIM PIC S9(7).
       01  DURACAO-RODADA PIC S9(7).
       01  MINUTOS-CALCULO PIC 9(5)V9.
       01  VARIACAO-PCT PIC S9(5).
       01  OCUPACAO-PCT PIC 9(5).
       01  ALERTA-JANELA PIC X VALUE 'N'.
      *----Rodada aberta de cada batch e a soma das duracoes por
      *----semana (1 a mais antiga, 8 a que termina no dia informado)
       01  TAB-PROGRAMAS.
           03 PROGRAMA-RUN OCCURS 50 TIMES.
               05 PRG-NOME PIC X(20).
               05 PRG-ABERTO PIC X(1).
               05 PRG-RETOMADA PIC X(1).
               05 PRG-INICIO-DATA PIC 9(8).
               05 PRG-INICIO-HORA PIC 9(6).
               05 PRG-SEMANA OCCURS 8 TIMES.
                   07 PRG-SOMA-DURACAO PIC 9(9).
                   07 PRG-QTD-SEMANA PIC 9(4).
      *----Janela de cada dia de batch das 8 semanas (1 o mais antigo)
       01  TAB-DIAS.
           03 DIA-LOTE OCCURS 56 TIMES.
               05 DIA-TEM-RODADA PIC X(1).
               05 DIA-PRIMEIRO-INICIO PIC S9(7).
               05 DIA-ULTIMO-FIM PIC S9(7).
      *----Janela consolidada por semana
       01  TAB-SEMANAS.
           03 SEMANA-LOTE OCCURS 8 TIMES.
               05 SEM-DATA-FIM PIC 9(8).
               05 SEM-SOMA-JANELA PIC 9(9).
               05 SEM-QTD-DIAS PIC 9(2).
               05 SEM-MAXIMA-JANELA PIC 9(7).
               05 SEM-QTD-RODADAS PIC 9(5).
       01  LINHA-CABECALHO.
           03 FILLER PIC X(20) VALUE 'SEMANA TERMINADA EM'.
           03 LC-SEMANA OCCURS 8 TIMES.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LC-DATA PIC 9(8).
           03 FILLER PIC X(7) VALUE '   VAR%'.
       01  LINHA-VALORES.
           03 LV-ROTULO PIC X(20).
           03 LV-SEMANA OCCURS 8 TIMES.
               05 FILLER PIC X(3).
               05 LV-VALOR PIC ZZZ9.9.
           03 FILLER PIC X(2).
           03 LV-VARIACAO PIC +ZZZ9.
       01  LINHA-CONTAGENS.
           03 LN-ROTULO PIC X(20).
           03 LN-SEMANA OCCURS 8 TIMES.
               05 FILLER PIC X(3).
               05 LN-VALOR PIC ZZZZZ9.
       01  LINHA-TEXTO PIC X(132).
       PROCEDURE DIVISION.
           DISPLAY 'Ultimo dia da semana a fechar (AAAAMMDD): '
           ACCEPT DATA-FIM
           PERFORM 0060-LER-PARAMETROS
           COMPUTE DIA-FIM-INTEIRO = FUNCTION INTEGER-OF-DATE(DATA-FIM)
           PERFORM 0100-PREPARAR-TABELAS
           OPEN INPUT RUN-CONTROLE
           PERFORM UNTIL FIM-CONTROLE = 'S'
               READ RUN-CONTROLE
                   AT END
                       MOVE 'S' TO FIM-CONTROLE
                   NOT AT END
                       PERFORM 1000-ACUMULAR-EVENTO
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROLE
           PERFORM 2000-CONSOLIDAR-JANELAS
           OPEN OUTPUT RELATORIO-TENDENCIA
           PERFORM 3000-IMPRIMIR-PROGRAMAS
           PERFORM 4000-IMPRIMIR-JANELA
           CLOSE RELATORIO-TENDENCIA
           DISPLAY 'Tendencia das rodadas gravada, rodadas: '
               QTD-RODADAS
           IF ALERTA-JANELA = 'S'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0060-LER-PARAMETROS.
           MOVE 'RODADABASE' TO PARAM-PROGRAMA
           MOVE 'HORA-CORTE' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-FIM PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE HORA-CORTE = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           MOVE 'JANELA-MIN' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-FIM PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE JANELA-MINUTOS = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           MOVE 'ALERTA-PCT' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-FIM PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE ALERTA-PCT = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           IF HORA-CORTE > 23
               MOVE 12 TO HORA-CORTE
           END-IF
           IF JANELA-MINUTOS = 0
               MOVE 480 TO JANELA-MINUTOS
           END-IF.

       0100-PREPARAR-TABELAS.
           PERFORM VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 56
               MOVE 'N' TO DIA-TEM-RODADA(IDX-DIA)
               MOVE 0 TO DIA-PRIMEIRO-INICIO(IDX-DIA)
               MOVE 0 TO DIA-ULTIMO-FIM(IDX-DIA)
           END-PERFORM
           PERFORM VARYING IDX-SEMANA FROM 1 BY 1 UNTIL IDX-SEMANA > 8
               COMPUTE DIA-INTEIRO =
                   DIA-FIM-INTEIRO - (8 - IDX-SEMANA) * 7
               COMPUTE SEM-DATA-FIM(IDX-SEMANA) =
                   FUNCTION DATE-OF-INTEGER(DIA-INTEIRO)
               MOVE 0 TO SEM-SOMA-JANELA(IDX-SEMANA)
               MOVE 0 TO SEM-QTD-DIAS(IDX-SEMANA)
               MOVE 0 TO SEM-MAXIMA-JANELA(IDX-SEMANA)
               MOVE 0 TO SEM-QTD-RODADAS(IDX-SEMANA)
           END-PERFORM.

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
                   PERFORM VARYING IDX-SEMANA FROM 1 BY 1
                           UNTIL IDX-SEMANA > 8
                       MOVE 0 TO PRG-SOMA-DURACAO(IDX-PROGRAMA,
                           IDX-SEMANA)
                       MOVE 0 TO PRG-QTD-SEMANA(IDX-PROGRAMA,
                           IDX-SEMANA)
                   END-PERFORM
                   PERFORM 1100-REGISTRAR-EVENTO
               ELSE
                   DISPLAY 'TABELA DE PROGRAMAS CHEIA, IGNORADO: '
                       RUN-PROGRAMA
               END-IF
           END-IF.

      *----I abre a rodada e F fecha; um I sem F (abend) e descartado
      *----pelo I seguinte
       1100-REGISTRAR-EVENTO.
           IF RUN-EVENTO = 'I'
               MOVE 'S' TO PRG-ABERTO(IDX-PROGRAMA)
               MOVE RUN-DATA TO PRG-INICIO-DATA(IDX-PROGRAMA)
               MOVE RUN-HORA TO PRG-INICIO-HORA(IDX-PROGRAMA)
               IF RUN-FINAL = 'RETOMADA'
                   MOVE 'S' TO PRG-RETOMADA(IDX-PROGRAMA)
               ELSE
                   MOVE 'N' TO PRG-RETOMADA(IDX-PROGRAMA)
               END-IF
           ELSE
               IF PRG-ABERTO(IDX-PROGRAMA) = 'S'
                   MOVE 'N' TO PRG-ABERTO(IDX-PROGRAMA)
                   IF PRG-RETOMADA(IDX-PROGRAMA) = 'N' AND
                           RUN-FINAL NOT = 'RECUSADO'
                       PERFORM 1200-SITUAR-RODADA
                   END-IF
               END-IF
           END-IF.

      *----Dia de batch da largada: antes da hora de corte a rodada
      *----ainda pertence ao lote do dia anterior. Fora das 8 semanas
      *----a rodada e ignorada
       1200-SITUAR-RODADA.
           MOVE PRG-INICIO-HORA(IDX-PROGRAMA) TO HORA-CALCULO
           COMPUTE DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(PRG-INICIO-DATA(IDX-PROGRAMA))
           MOVE DIA-INTEIRO TO DIA-LOTE-INTEIRO
           IF HC-HORAS < HORA-CORTE
               SUBTRACT 1 FROM DIA-LOTE-INTEIRO
           END-IF
           COMPUTE DIAS-ANTES = DIA-FIM-INTEIRO - DIA-LOTE-INTEIRO
           IF DIAS-ANTES NOT < 0 AND DIAS-ANTES < 56
               PERFORM 1250-SEGUNDOS-DO-DIA
               COMPUTE SEGUNDOS-INICIO =
                   (DIA-INTEIRO - DIA-LOTE-INTEIRO) * 86400
                   + SEGUNDOS-DIA - HORA-CORTE * 3600
               MOVE RUN-HORA TO HORA-CALCULO
               PERFORM 1250-SEGUNDOS-DO-DIA
               COMPUTE SEGUNDOS-FIM =
                   (FUNCTION INTEGER-OF-DATE(RUN-DATA)
                   - DIA-LOTE-INTEIRO) * 86400
                   + SEGUNDOS-DIA - HORA-CORTE * 3600
               COMPUTE DURACAO-RODADA = SEGUNDOS-FIM - SEGUNDOS-INICIO
               IF DURACAO-RODADA < 0
                   MOVE 0 TO DURACAO-RODADA
                   MOVE SEGUNDOS-INICIO TO SEGUNDOS-FIM
               END-IF
               COMPUTE IDX-DIA = 56 - DIAS-ANTES
               COMPUTE IDX-SEMANA = (IDX-DIA - 1) / 7 + 1
               ADD DURACAO-RODADA
                   TO PRG-SOMA-DURACAO(IDX-PROGRAMA, IDX-SEMANA)
               ADD 1 TO PRG-QTD-SEMANA(IDX-PROGRAMA, IDX-SEMANA)
               ADD 1 TO SEM-QTD-RODADAS(IDX-SEMANA)
               ADD 1 TO QTD-RODADAS
               IF DIA-TEM-RODADA(IDX-DIA) = 'N'
                   MOVE 'S' TO DIA-TEM-RODADA(IDX-DIA)
                   MOVE SEGUNDOS-INICIO TO DIA-PRIMEIRO-INICIO(IDX-DIA)
                   MOVE SEGUNDOS-FIM TO DIA-ULTIMO-FIM(IDX-DIA)
               ELSE
                   IF SEGUNDOS-INICIO < DIA-PRIMEIRO-INICIO(IDX-DIA)
                       MOVE SEGUNDOS-INICIO
                           TO DIA-PRIMEIRO-INICIO(IDX-DIA)
                   END-IF
                   IF SEGUNDOS-FIM > DIA-ULTIMO-FIM(IDX-DIA)
                       MOVE SEGUNDOS-FIM TO DIA-ULTIMO-FIM(IDX-DIA)
                   END-IF
               END-IF
           END-IF.

       1250-SEGUNDOS-DO-DIA.
           COMPUTE SEGUNDOS-DIA =
               HC-HORAS * 3600 + HC-MINUTOS * 60 + HC-SEGUNDOS.

      *----Janela de cada dia com rodada somada na semana dele
       2000-CONSOLIDAR-JANELAS.
           PERFORM VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 56
               IF DIA-TEM-RODADA(IDX-DIA) = 'S'
                   COMPUTE IDX-SEMANA = (IDX-DIA - 1) / 7 + 1
                   COMPUTE DURACAO-RODADA = DIA-ULTIMO-FIM(IDX-DIA)
                       - DIA-PRIMEIRO-INICIO(IDX-DIA)
                   ADD DURACAO-RODADA TO SEM-SOMA-JANELA(IDX-SEMANA)
                   ADD 1 TO SEM-QTD-DIAS(IDX-SEMANA)
                   IF DURACAO-RODADA > SEM-MAXIMA-JANELA(IDX-SEMANA)
                       MOVE DURACAO-RODADA
                           TO SEM-MAXIMA-JANELA(IDX-SEMANA)
                   END-IF
               END-IF
           END-PERFORM.

      *----Duracao media em minutos de cada programa por semana e a
      *----variacao da ultima semana sobre a primeira com rodadas
       3000-IMPRIMIR-PROGRAMAS.
           MOVE SPACES TO LINHA-TEXTO
           STRING 'TENDENCIA DAS RODADAS DE BATCH - 8 SEMANAS ATE '
               DELIMITED BY SIZE
               DATA-FIM DELIMITED BY SIZE
               ' - DURACAO MEDIA EM MINUTOS' DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING IDX-SEMANA FROM 1 BY 1 UNTIL IDX-SEMANA > 8
               MOVE SEM-DATA-FIM(IDX-SEMANA) TO LC-DATA(IDX-SEMANA)
           END-PERFORM
           MOVE LINHA-CABECALHO TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING IDX-PROGRAMA FROM 1 BY 1
                   UNTIL IDX-PROGRAMA > QTD-PROGRAMAS
               PERFORM 3100-IMPRIMIR-PROGRAMA
           END-PERFORM.

       3100-IMPRIMIR-PROGRAMA.
           MOVE SPACES TO LINHA-VALORES
           MOVE PRG-NOME(IDX-PROGRAMA) TO LV-ROTULO
           MOVE 0 TO PRIMEIRA-SEMANA
           PERFORM VARYING IDX-SEMANA FROM 1 BY 1 UNTIL IDX-SEMANA > 8
               IF PRG-QTD-SEMANA(IDX-PROGRAMA, IDX-SEMANA) > 0
                   COMPUTE MINUTOS-CALCULO ROUNDED =
                       PRG-SOMA-DURACAO(IDX-PROGRAMA, IDX-SEMANA)
                       / PRG-QTD-SEMANA(IDX-PROGRAMA, IDX-SEMANA) / 60
                   MOVE MINUTOS-CALCULO TO LV-VALOR(IDX-SEMANA)
                   IF PRIMEIRA-SEMANA = 0
                       MOVE IDX-SEMANA TO PRIMEIRA-SEMANA
                   END-IF
               END-IF
           END-PERFORM
           IF PRIMEIRA-SEMANA > 0 AND PRIMEIRA-SEMANA < 8 AND
                   PRG-QTD-SEMANA(IDX-PROGRAMA, 8) > 0 AND
                   PRG-SOMA-DURACAO(IDX-PROGRAMA, PRIMEIRA-SEMANA) > 0
               COMPUTE VARIACAO-PCT ROUNDED =
                   (PRG-SOMA-DURACAO(IDX-PROGRAMA, 8)
                   / PRG-QTD-SEMANA(IDX-PROGRAMA, 8))
                   * 100
                   / (PRG-SOMA-DURACAO(IDX-PROGRAMA, PRIMEIRA-SEMANA)
                   / PRG-QTD-SEMANA(IDX-PROGRAMA, PRIMEIRA-SEMANA))
                   - 100
                   ON SIZE ERROR
                       MOVE 9999 TO VARIACAO-PCT
               END-COMPUTE
               MOVE VARIACAO-PCT TO LV-VARIACAO
           END-IF
           IF PRIMEIRA-SEMANA > 0
               MOVE LINHA-VALORES TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

      *----Janela media e maxima por semana e a ocupacao da media
      *----sobre o limite da janela
       4000-IMPRIMIR-JANELA.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-VALORES
           MOVE 'JANELA MEDIA' TO LV-ROTULO
           PERFORM VARYING IDX-SEMANA FROM 1 BY 1 UNTIL IDX-SEMANA > 8
               IF SEM-QTD-DIAS(IDX-SEMANA) > 0
                   COMPUTE MINUTOS-CALCULO ROUNDED =
                       SEM-SOMA-JANELA(IDX-SEMANA)
                       / SEM-QTD-DIAS(IDX-SEMANA) / 60
                   MOVE MINUTOS-CALCULO TO LV-VALOR(IDX-SEMANA)
               END-IF
           END-PERFORM
           MOVE LINHA-VALORES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-VALORES
           MOVE 'JANELA MAXIMA' TO LV-ROTULO
           PERFORM VARYING IDX-SEMANA FROM 1 BY 1 UNTIL IDX-SEMANA > 8
               IF SEM-QTD-DIAS(IDX-SEMANA) > 0
                   COMPUTE MINUTOS-CALCULO ROUNDED =
                       SEM-MAXIMA-JANELA(IDX-SEMANA) / 60
                   MOVE MINUTOS-CALCULO TO LV-VALOR(IDX-SEMANA)
               END-IF
           END-PERFORM
           MOVE LINHA-VALORES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-CONTAGENS
           MOVE 'OCUPACAO % DO LIMITE' TO LN-ROTULO
           MOVE 0 TO OCUPACAO-PCT
           PERFORM VARYING IDX-SEMANA FROM 1 BY 1 UNTIL IDX-SEMANA > 8
               IF SEM-QTD-DIAS(IDX-SEMANA) > 0
                   COMPUTE OCUPACAO-PCT ROUNDED =
                       SEM-SOMA-JANELA(IDX-SEMANA)
                       / SEM-QTD-DIAS(IDX-SEMANA) / 60
                       * 100 / JANELA-MINUTOS
                   MOVE OCUPACAO-PCT TO LN-VALOR(IDX-SEMANA)
               ELSE
                   MOVE 0 TO OCUPACAO-PCT
               END-IF
           END-PERFORM
           MOVE LINHA-CONTAGENS TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-CONTAGENS
           MOVE 'RODADAS NA SEMANA' TO LN-ROTULO
           PERFORM VARYING IDX-SEMANA FROM 1 BY 1 UNTIL IDX-SEMANA > 8
               MOVE SEM-QTD-RODADAS(IDX-SEMANA) TO LN-VALOR(IDX-SEMANA)
           END-PERFORM
           MOVE LINHA-CONTAGENS TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-TEXTO
           STRING 'LIMITE DA JANELA EM MINUTOS: ' DELIMITED BY SIZE
               JANELA-MINUTOS DELIMITED BY SIZE
               '  ALERTA ACIMA DE ' DELIMITED BY SIZE
               ALERTA-PCT DELIMITED BY SIZE
               ' POR CENTO' DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-RELATORIO
           WRITE REG-RELATORIO
      *----OCUPACAO-PCT ficou com a ultima semana
           IF OCUPACAO-PCT > ALERTA-PCT
               MOVE 'S' TO ALERTA-JANELA
               MOVE SPACES TO LINHA-TEXTO
               STRING '** JANELA DA ULTIMA SEMANA EM ' DELIMITED BY SIZE
                   OCUPACAO-PCT DELIMITED BY SIZE
                   ' POR CENTO DO LIMITE' DELIMITED BY SIZE
                   INTO LINHA-TEXTO
               MOVE LINHA-TEXTO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       END PROGRAM RodadaTendencia.
