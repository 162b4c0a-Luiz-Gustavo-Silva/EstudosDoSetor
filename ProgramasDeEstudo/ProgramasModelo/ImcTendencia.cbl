      *          alerta quando o peso varia mais que o percentual
      *          configurado (TENDCFG) entre uma visita e a seguinte -
      *          perda ou ganho rapido e o que a clinica quer pegar
      *          cedo. Depois da tendencia saem os exames laboratoriais
      *          do paciente (EXAMEPED) com resultado, em ordem de data
      *          da visita, marcando os fora da faixa de referencia do
      *          catalogo EXAMES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImcTendencia.
           SELECT OPTIONAL PARAM-TENDENCIA ASSIGN TO "TENDCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.
           SELECT OPTIONAL PEDIDOS-EXAME ASSIGN TO "EXAMEPED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-CHAVE
               FILE STATUS IS FS-PEDIDOS-EXAME.
           SELECT OPTIONAL EXAMES ASSIGN TO "EXAMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-CODIGO
               FILE STATUS IS FS-EXAMES.
           SELECT RELATORIO-TEND ASSIGN TO "TENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  PARAM-TENDENCIA.
       01  REG-PARAM-TEND.
           03 PARM-PERCENTUAL-ALERTA PIC 9(2)V9(2).
       FD  PEDIDOS-EXAME.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegExamePedido.
       FD  EXAMES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegExame.
       FD  RELATORIO-TEND.
       01  REG-RELATORIO PIC X(90).
       WORKING-STORAGE SECTION.
       01  FS-IMC-HISTORY PIC X(2).
       01  FS-PARAM PIC X(2).
       01  FS-PEDIDOS-EXAME PIC X(2).
       01  FS-EXAMES PIC X(2).
       01  FIM-HISTORICO PIC X VALUE 'N'.
       01  FIM-PEDIDOS-EXAME PIC X VALUE 'N'.
       77  PERCENTUAL-ALERTA PIC 9(2)V9(2) VALUE 5.
       01  PAC-PESQUISA PIC 9(6).
       01  TEM-VISITA-ANTERIOR PIC X VALUE 'N'.
       01  DIRECAO PIC X(1).
       01  QTD-VISITAS PIC 9(4) VALUE 0.
       01  QTD-ALERTAS PIC 9(4) VALUE 0.
       01  QTD-EXAMES PIC 9(4) VALUE 0.
       01  LINHA-VISITA.
           03 LV-DATA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LA-PERCENTUAL PIC -ZZ9,99.
           03 FILLER PIC X(25)
               VALUE '% DESDE A VISITA ANTERIOR'.
       01  LINHA-EXAME.
           03 LE-DATA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LE-NOME PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LE-RESULTADO PIC ZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LE-UNIDADE PIC X(10).
           03 FILLER PIC X(5) VALUE ' REF '.
           03 LE-MINIMA PIC ZZZZ9,99.
           03 FILLER PIC X(3) VALUE ' A '.
           03 LE-MAXIMA PIC ZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LE-INDICADOR PIC X(1).
       01  LINHA-RESUMO PIC X(90).
       PROCEDURE DIVISION.
           PERFORM 0100-LER-PARAMETRO
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 2000-LISTAR-EXAMES
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
               QTD-VISITAS DELIMITED BY SIZE
               '  ALERTAS: ' DELIMITED BY SIZE
               QTD-ALERTAS DELIMITED BY SIZE
               '  EXAMES: ' DELIMITED BY SIZE
               QTD-EXAMES DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE HK-PESO TO PESO-ANTERIOR
           MOVE HK-IMC TO IMC-ANTERIOR
           MOVE 'S' TO TEM-VISITA-ANTERIOR.

      *----Exames com resultado do paciente, ao lado da tendencia;
      *----'*' marca resultado fora da faixa de referencia
       2000-LISTAR-EXAMES.
           OPEN INPUT PEDIDOS-EXAME
           OPEN INPUT EXAMES
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'EXAMES LABORATORIAIS' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'N' TO FIM-PEDIDOS-EXAME
           MOVE PAC-PESQUISA TO EXP-PAC-ID
           MOVE 0 TO EXP-DATA-VISITA
           MOVE LOW-VALUES TO EXP-EXAME
           START PEDIDOS-EXAME KEY NOT LESS THAN EXP-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PEDIDOS-EXAME
           END-START
           IF FS-PEDIDOS-EXAME NOT = '00'
               MOVE 'S' TO FIM-PEDIDOS-EXAME
           END-IF
           PERFORM UNTIL FIM-PEDIDOS-EXAME = 'S'
               READ PEDIDOS-EXAME NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PEDIDOS-EXAME
                   NOT AT END
                       IF EXP-PAC-ID NOT = PAC-PESQUISA
                           MOVE 'S' TO FIM-PEDIDOS-EXAME
                       ELSE
                           IF EXP-COM-RESULTADO
                               PERFORM 2100-LISTAR-EXAME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PEDIDOS-EXAME
           CLOSE EXAMES.

       2100-LISTAR-EXAME.
           ADD 1 TO QTD-EXAMES
           MOVE EXP-EXAME TO EXM-CODIGO
           READ EXAMES KEY IS EXM-CODIGO
               INVALID KEY
                   MOVE EXP-EXAME TO EXM-NOME
                   MOVE SPACES TO EXM-UNIDADE
                   MOVE 0 TO EXM-REF-MINIMA
                   MOVE 0 TO EXM-REF-MAXIMA
           END-READ
           MOVE EXP-DATA-VISITA TO LE-DATA
           MOVE EXM-NOME TO LE-NOME
           MOVE EXP-RESULTADO TO LE-RESULTADO
           MOVE EXM-UNIDADE TO LE-UNIDADE
           MOVE EXM-REF-MINIMA TO LE-MINIMA
           MOVE EXM-REF-MAXIMA TO LE-MAXIMA
           MOVE SPACE TO LE-INDICADOR
           IF EXP-ALTERADO
               MOVE '*' TO LE-INDICADOR
           END-IF
           MOVE LINHA-EXAME TO REG-RELATORIO
           WRITE REG-RELATORIO.
       END PROGRAM ImcTendencia.
