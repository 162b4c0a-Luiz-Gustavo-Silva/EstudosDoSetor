      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Relatorio diario das encomendas paradas na portaria:
      *          varre o ENCOMEND e lista no ENCPENDRPT cada pacote
      *          ainda nao retirado que espera ha mais dias que o
      *          parametro central ENCOMENDA/DIAS-ESPERA (reserva 3),
      *          com destinatario, transportadora, rastreio, portao e
      *          dias de espera, para a portaria cobrar a retirada.
      *          Contagens no controle de execucao compartilhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EncomendaPendente.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENCOMENDAS ASSIGN TO "ENCOMEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               ALTERNATE RECORD KEY IS ENC-RASTREIO
                   WITH DUPLICATES
               FILE STATUS IS FS-ENCOMENDAS.
           SELECT RELATORIO-PENDENTES ASSIGN TO "ENCPENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ENCOMENDAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegEncomenda.
       FD  RELATORIO-PENDENTES.
       01  REG-RELATORIO PIC X(132).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-ENCOMENDAS PIC X(2).
       01  FIM-ENCOMENDAS PIC X VALUE 'N'.
       01  DATA-PROCESSAMENTO PIC 9(8).
       01  DIAS-ESPERA PIC 9(5).
       01  QTD-AGUARDANDO PIC 9(6) VALUE 0.
       01  QTD-ATRASADAS PIC 9(6) VALUE 0.
      *----Dias de espera acima dos quais o pacote entra no relatorio;
      *----valor vigente do arquivo central por cima
       77  LIMITE-DIAS PIC 9(3) VALUE 3.
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
       01  LINHA-PENDENTE.
           03 LP-NUMERO PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-DESTINATARIO PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-DATA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-DIAS PIC ZZZZ9.
           03 FILLER PIC X(3) VALUE ' P'.
           03 LP-PORTAO PIC 9(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-TRANSPORTADORA PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-RASTREIO PIC X(30).
       01  LINHA-TEXTO PIC X(132).
       PROCEDURE DIVISION.
           ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD
           PERFORM 0060-LER-PARAMETRO
           OPEN INPUT ENCOMENDAS
           OPEN OUTPUT RELATORIO-PENDENTES
           OPEN EXTEND RUN-CONTROLE
           MOVE 'ENCOMENDAPENDENTE' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           MOVE SPACES TO LINHA-TEXTO
           STRING 'ENCOMENDAS AGUARDANDO RETIRADA HA MAIS DE '
               DELIMITED BY SIZE
               LIMITE-DIAS DELIMITED BY SIZE
               ' DIAS - ' DELIMITED BY SIZE
               DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           IF FS-ENCOMENDAS NOT = '00'
               MOVE 'S' TO FIM-ENCOMENDAS
           END-IF
           PERFORM UNTIL FIM-ENCOMENDAS = 'S'
               READ ENCOMENDAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ENCOMENDAS
                   NOT AT END
                       ADD 1 TO RUN-LIDOS
                       IF ENC-AGUARDANDO
                           PERFORM 1000-CONFERIR-ESPERA
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-TEXTO
           STRING 'AGUARDANDO RETIRADA: ' DELIMITED BY SIZE
               QTD-AGUARDANDO DELIMITED BY SIZE
               '  ACIMA DO PRAZO: ' DELIMITED BY SIZE
               QTD-ATRASADAS DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE ENCOMENDAS
           CLOSE RELATORIO-PENDENTES
           MOVE QTD-ATRASADAS TO RUN-GRAVADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

       0060-LER-PARAMETRO.
           MOVE 'ENCOMENDA' TO PARAM-PROGRAMA
           MOVE 'DIAS-ESPERA' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-PROCESSAMENTO PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE LIMITE-DIAS = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF.

      *----Dias corridos entre o recebimento e a data do processamento
       1000-CONFERIR-ESPERA.
           ADD 1 TO QTD-AGUARDANDO
           COMPUTE DIAS-ESPERA =
               FUNCTION INTEGER-OF-DATE(DATA-PROCESSAMENTO)
               - FUNCTION INTEGER-OF-DATE(ENC-DATA-RECEBIDA)
           IF DIAS-ESPERA > LIMITE-DIAS
               ADD 1 TO QTD-ATRASADAS
               MOVE ENC-NUMERO TO LP-NUMERO
               MOVE ENC-DESTINATARIO TO LP-DESTINATARIO
               MOVE ENC-DATA-RECEBIDA TO LP-DATA
               MOVE DIAS-ESPERA TO LP-DIAS
               MOVE ENC-PORTAO TO LP-PORTAO
               MOVE ENC-TRANSPORTADORA TO LP-TRANSPORTADORA
               MOVE ENC-RASTREIO TO LP-RASTREIO
               MOVE LINHA-PENDENTE TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       COPY GravarRunControle.
       END PROGRAM EncomendaPendente.
