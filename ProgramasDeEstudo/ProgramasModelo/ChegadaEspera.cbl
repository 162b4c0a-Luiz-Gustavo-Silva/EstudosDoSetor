      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Tempo de espera do dia na clinica: para cada consulta
      *          da AGENDA da data de negocio com chegada anotada no
      *          portao pelo VisitanteControle, mede os minutos ate a
      *          medicao do IMC do paciente no IMCHIST naquele dia. O
      *          ESPERARPT lista cada chegada e fecha com a quantidade
      *          de pacientes, a espera media e a maior espera por
      *          profissional do PROFISSIONAIS. Paciente que chegou e
      *          nao foi medido, ou com medicao anterior a chegada,
      *          aparece na lista mas nao entra nas medias.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChegadaEspera.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AGENDA ASSIGN TO "AGENDA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS FS-AGENDA.
           SELECT OPTIONAL IMC-HISTORY ASSIGN TO "IMCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS FS-IMC-HISTORY.
           SELECT OPTIONAL PROFISSIONAIS ASSIGN TO "PROFISSIONAIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-ID
               FILE STATUS IS FS-PROFISSIONAIS.
           SELECT RELATORIO-ESPERA ASSIGN TO "ESPERARPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  AGENDA.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAgenda.
       FD  IMC-HISTORY.
      *----Mesmo layout do REG-HISTORICO de IMC.cbl
       01  REG-HISTORICO.
           03 HIST-KEY.
               05 HK-PAC-ID PIC 9(6).
               05 HK-DATA PIC 9(8).
               05 HK-HORA PIC 9(6).
           03 HK-ALTURA PIC 9(1)V9(2).
           03 HK-PESO PIC 9(3)V9(2).
           03 HK-IMC PIC 9(2)V9(2).
       FD  PROFISSIONAIS.
      *----Mesmo layout de ProfissionalManutencao.cbl
       01  REG-PROFISSIONAL.
           03 PRO-ID PIC 9(3).
           03 PRO-NOME PIC X(30).
           03 PRO-HORA-INICIO PIC 9(4).
           03 PRO-HORA-FIM PIC 9(4).
           03 PRO-MINUTOS-SLOT PIC 9(2).
           03 PRO-STATUS PIC X(1).
       FD  RELATORIO-ESPERA.
       01  REG-RELATORIO PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-AGENDA PIC X(2).
       01  FS-IMC-HISTORY PIC X(2).
       01  FS-PROFISSIONAIS PIC X(2).
       01  FIM-AGENDA PIC X.
       01  FIM-HISTORICO PIC X.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
      *----Hora da medicao: a primeira visita do dia depois da
      *----chegada no portao
       01  HORA-MEDIDA PIC 9(6).
       01  HORA-CALCULO PIC 9(6).
       01  HORA-CALCULO-R REDEFINES HORA-CALCULO.
           03 HC-HORA PIC 9(2).
           03 HC-MINUTO PIC 9(2).
           03 HC-SEGUNDO PIC 9(2).
       01  MINUTOS-CHEGADA PIC 9(4).
       01  MINUTOS-MEDIDA PIC 9(4).
       01  MINUTOS-ESPERA PIC 9(4).
       01  QTD-LIDAS PIC 9(6) VALUE 0.
       01  QTD-CHEGADAS PIC 9(6) VALUE 0.
       01  QTD-MEDIDAS PIC 9(6) VALUE 0.
       01  IDX-PROF PIC 9(4).
       01  TAB-PROFISSIONAL.
           03 TPR-ACUMULADO OCCURS 999 TIMES.
               05 TPR-CHEGADAS PIC 9(5).
               05 TPR-MEDIDOS PIC 9(5).
               05 TPR-MINUTOS PIC 9(7).
               05 TPR-MAIOR PIC 9(4).
       01  MEDIA-ESPERA PIC 9(4).
       01  LINHA-CHEGADA.
           03 LC-PROFISSIONAL PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-HORA PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-PAC-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-NOME PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-CHEGADA PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-MEDIDA PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-ESPERA PIC ZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-OBSERVACAO PIC X(20).
       01  LINHA-PROFISSIONAL.
           03 LP-PROFISSIONAL PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-NOME PIC X(30).
           03 FILLER PIC X(10) VALUE ' CHEGADAS '.
           03 LP-CHEGADAS PIC ZZZZ9.
           03 FILLER PIC X(9) VALUE ' MEDIDOS '.
           03 LP-MEDIDOS PIC ZZZZ9.
           03 FILLER PIC X(8) VALUE ' MEDIA '.
           03 LP-MEDIA PIC ZZZ9.
           03 FILLER PIC X(8) VALUE ' MAIOR '.
           03 LP-MAIOR PIC ZZZ9.
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'CHEGADAESPERA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           INITIALIZE TAB-PROFISSIONAL
           OPEN INPUT AGENDA
           OPEN INPUT IMC-HISTORY
           OPEN INPUT PROFISSIONAIS
           OPEN OUTPUT RELATORIO-ESPERA
           MOVE SPACES TO LINHA-RESUMO
           STRING 'TEMPO DE ESPERA DA CHEGADA NO PORTAO A MEDICAO - '
               DELIMITED BY SIZE
               DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'PRO HORA PACIEN NOME                           CHEGAD'
               & ' MEDIDA  MIN' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'N' TO FIM-AGENDA
           MOVE DATA-HOJE TO AGD-DATA
           MOVE 0 TO AGD-HORA
           MOVE 0 TO AGD-PROFISSIONAL
           START AGENDA KEY NOT LESS THAN AGD-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-AGENDA
           END-START
           PERFORM UNTIL FIM-AGENDA = 'S'
               READ AGENDA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-AGENDA
                   NOT AT END
                       IF AGD-DATA NOT = DATA-HOJE
                           MOVE 'S' TO FIM-AGENDA
                       ELSE
                           ADD 1 TO QTD-LIDAS
                           IF AGD-HORA-CHEGADA NOT = 0 AND
                                   AGD-PROFISSIONAL > 0
                               PERFORM 1000-MEDIR-ESPERA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'ESPERA POR PROFISSIONAL (MINUTOS)' TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM 2000-LISTAR-PROFISSIONAIS
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'CHEGADAS NO PORTAO: ' DELIMITED BY SIZE
               QTD-CHEGADAS DELIMITED BY SIZE
               '  MEDIDAS: ' DELIMITED BY SIZE
               QTD-MEDIDAS DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE AGENDA
           CLOSE IMC-HISTORY
           CLOSE PROFISSIONAIS
           CLOSE RELATORIO-ESPERA
           DISPLAY 'Chegadas no portao:    ' QTD-CHEGADAS
           DISPLAY 'Com medicao do IMC:    ' QTD-MEDIDAS
           MOVE QTD-LIDAS TO RUN-LIDOS
           MOVE QTD-MEDIDAS TO RUN-GRAVADOS
           COMPUTE RUN-REJEITADOS = QTD-CHEGADAS - QTD-MEDIDAS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

       1000-MEDIR-ESPERA.
           ADD 1 TO QTD-CHEGADAS
           ADD 1 TO TPR-CHEGADAS(AGD-PROFISSIONAL)
           PERFORM 1100-ACHAR-MEDICAO
           MOVE AGD-PROFISSIONAL TO LC-PROFISSIONAL
           MOVE AGD-HORA TO LC-HORA
           MOVE AGD-PAC-ID TO LC-PAC-ID
           MOVE AGD-NOME TO LC-NOME
           MOVE AGD-HORA-CHEGADA TO LC-CHEGADA
           MOVE HORA-MEDIDA TO LC-MEDIDA
           MOVE 0 TO LC-ESPERA
           IF HORA-MEDIDA = 0
               MOVE 'SEM MEDICAO' TO LC-OBSERVACAO
           ELSE
               MOVE SPACES TO LC-OBSERVACAO
               MOVE AGD-HORA-CHEGADA TO HORA-CALCULO
               COMPUTE MINUTOS-CHEGADA = HC-HORA * 60 + HC-MINUTO
               MOVE HORA-MEDIDA TO HORA-CALCULO
               COMPUTE MINUTOS-MEDIDA = HC-HORA * 60 + HC-MINUTO
               COMPUTE MINUTOS-ESPERA =
                   MINUTOS-MEDIDA - MINUTOS-CHEGADA
               MOVE MINUTOS-ESPERA TO LC-ESPERA
               ADD 1 TO QTD-MEDIDAS
               ADD 1 TO TPR-MEDIDOS(AGD-PROFISSIONAL)
               ADD MINUTOS-ESPERA TO TPR-MINUTOS(AGD-PROFISSIONAL)
               IF MINUTOS-ESPERA > TPR-MAIOR(AGD-PROFISSIONAL)
                   MOVE MINUTOS-ESPERA
                       TO TPR-MAIOR(AGD-PROFISSIONAL)
               END-IF
           END-IF
           MOVE LINHA-CHEGADA TO REG-RELATORIO
           WRITE REG-RELATORIO.

      *----Primeira visita do paciente no dia a partir da hora de
      *----chegada; medicao anterior a chegada nao conta
       1100-ACHAR-MEDICAO.
           MOVE 0 TO HORA-MEDIDA
           MOVE 'N' TO FIM-HISTORICO
           MOVE AGD-PAC-ID TO HK-PAC-ID
           MOVE DATA-HOJE TO HK-DATA
           MOVE AGD-HORA-CHEGADA TO HK-HORA
           START IMC-HISTORY KEY NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'S' TO FIM-HISTORICO
           END-START
           IF FIM-HISTORICO = 'N'
               READ IMC-HISTORY NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HK-PAC-ID = AGD-PAC-ID AND
                               HK-DATA = DATA-HOJE
                           MOVE HK-HORA TO HORA-MEDIDA
                       END-IF
               END-READ
           END-IF.

       2000-LISTAR-PROFISSIONAIS.
           PERFORM VARYING IDX-PROF FROM 1 BY 1 UNTIL IDX-PROF > 999
               IF TPR-CHEGADAS(IDX-PROF) > 0
                   MOVE IDX-PROF TO LP-PROFISSIONAL
                   MOVE IDX-PROF TO PRO-ID
                   READ PROFISSIONAIS KEY IS PRO-ID
                       INVALID KEY
                           MOVE 'PROFISSIONAL FORA DO CADASTRO'
                               TO PRO-NOME
                   END-READ
                   MOVE PRO-NOME TO LP-NOME
                   MOVE TPR-CHEGADAS(IDX-PROF) TO LP-CHEGADAS
                   MOVE TPR-MEDIDOS(IDX-PROF) TO LP-MEDIDOS
                   IF TPR-MEDIDOS(IDX-PROF) = 0
                       MOVE 0 TO MEDIA-ESPERA
                   ELSE
                       COMPUTE MEDIA-ESPERA ROUNDED =
                           TPR-MINUTOS(IDX-PROF)
                           / TPR-MEDIDOS(IDX-PROF)
                   END-IF
                   MOVE MEDIA-ESPERA TO LP-MEDIA
                   MOVE TPR-MAIOR(IDX-PROF) TO LP-MAIOR
                   MOVE LINHA-PROFISSIONAL TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM.

       COPY GravarRunControle.
       END PROGRAM ChegadaEspera.
