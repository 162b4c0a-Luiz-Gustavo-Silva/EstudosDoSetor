      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Carga unica de conversao da AGENDA por slot para o
      *          registro com a hora de chegada pela portaria
      *          (AGD-HORA-CHEGADA do RegAgenda), no molde do
      *          OperadorConverte: le a AGENDA de 52 bytes apontada
      *          pelo JCL como AGDCHANT e reconstroi a AGENDA no
      *          comprimento novo. Chave, paciente, nome e status
      *          passam como estao; a hora de chegada nasce zerada
      *          (paciente ainda nao chegou), que e o que o
      *          AgendaNoShow e o VisitanteControle esperam. A carga
      *          da chave antiga (sem horario) continua sendo o
      *          AgendaConverte.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgendaChegadaConverte.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Agenda no comprimento antigo, geracao final antes da
      *----virada
           SELECT AGENDA-ANTIGA ASSIGN TO "AGDCHANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CHAVE
               FILE STATUS IS FS-ANTIGA.
           SELECT AGENDA ASSIGN TO "AGENDA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS FS-AGENDA.
       DATA DIVISION.
       FILE SECTION.
       FD  AGENDA-ANTIGA.
      *----Layout de 52 bytes, como era antes da hora de chegada
       01  REG-AGENDA-ANTIGA.
           03 ANT-CHAVE.
               05 ANT-DATA PIC 9(8).
               05 ANT-HORA PIC 9(4).
               05 ANT-PROFISSIONAL PIC 9(3).
           03 ANT-PAC-ID PIC 9(6).
           03 ANT-NOME PIC X(30).
           03 ANT-STATUS PIC X(1).
       FD  AGENDA.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAgenda.
       WORKING-STORAGE SECTION.
       01  FS-ANTIGA PIC X(2).
       01  FS-AGENDA PIC X(2).
       01  FIM-ANTIGA PIC X VALUE 'N'.
       01  QTD-CONVERTIDAS PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
           OPEN INPUT AGENDA-ANTIGA
           IF FS-ANTIGA NOT = '00'
               DISPLAY 'AGDCHANT INDISPONIVEL (' FS-ANTIGA
                   '), NADA CONVERTIDO'
               STOP RUN
           END-IF
           OPEN OUTPUT AGENDA
           PERFORM UNTIL FIM-ANTIGA = 'S'
               READ AGENDA-ANTIGA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ANTIGA
                   NOT AT END
                       PERFORM 1000-CONVERTER-CONSULTA
               END-READ
           END-PERFORM
           CLOSE AGENDA-ANTIGA
           CLOSE AGENDA
           DISPLAY 'Consultas convertidas: ' QTD-CONVERTIDAS
           STOP RUN.

       1000-CONVERTER-CONSULTA.
           MOVE ANT-DATA TO AGD-DATA
           MOVE ANT-HORA TO AGD-HORA
           MOVE ANT-PROFISSIONAL TO AGD-PROFISSIONAL
           MOVE ANT-PAC-ID TO AGD-PAC-ID
           MOVE ANT-NOME TO AGD-NOME
           MOVE ANT-STATUS TO AGD-STATUS
           MOVE 0 TO AGD-HORA-CHEGADA
           WRITE REG-AGENDA
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NO ARQUIVO ANTIGO: '
                       ANT-CHAVE
               NOT INVALID KEY
                   ADD 1 TO QTD-CONVERTIDAS
           END-WRITE.
       END PROGRAM AgendaChegadaConverte.
