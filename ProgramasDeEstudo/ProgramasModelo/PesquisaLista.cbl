      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Lista diaria da pesquisa de satisfacao pos-consulta:
      *          pega as consultas confirmadas na AGENDA de ontem em
      *          que o paciente de fato compareceu (visita no IMCHIST
      *          do dia, o mesmo teste do AgendaNoShow), puxa o
      *          contato do PACCTT e imprime a lista PESQLISTA, uma
      *          linha por pesquisa com o codigo que volta junto com a
      *          resposta. Cada pesquisa listada entra no PESQUISAS
      *          como enviada. Paciente pesquisado nos ultimos 90 dias
      *          nao recebe outra, para nao cansar quem vem sempre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PesquisaLista.
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
           SELECT OPTIONAL PAC-CONTATOS ASSIGN TO "PACCTT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-PAC-ID
               FILE STATUS IS FS-CONTATOS.
           SELECT OPTIONAL PESQUISAS ASSIGN TO "PESQUISAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSQ-CHAVE
               FILE STATUS IS FS-PESQUISAS.
           SELECT LISTA-PESQUISA ASSIGN TO "PESQLISTA"
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
       FD  PAC-CONTATOS.
      *----Mesmo layout do REG-PAC-CONTATO de PacContatoManutencao
       01  REG-PAC-CONTATO.
           03 PCT-PAC-ID PIC 9(6).
           03 PCT-TIPO PIC X(1).
           03 PCT-CONTATO PIC X(40).
       FD  PESQUISAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegPesquisa.
       FD  LISTA-PESQUISA.
       01  REG-LISTA PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-AGENDA PIC X(2).
       01  FS-IMC-HISTORY PIC X(2).
       01  FS-CONTATOS PIC X(2).
       01  FS-PESQUISAS PIC X(2).
       01  FIM-AGENDA PIC X VALUE 'N'.
       01  FIM-HISTORICO PIC X.
       01  FIM-PESQUISAS PIC X.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  DATA-ONTEM PIC 9(8).
      *----Pesquisa enviada a partir desta data barra outra
       01  DATA-CARENCIA PIC 9(8).
       01  DIA-INTEIRO PIC 9(7).
       01  COMPARECEU PIC X.
       01  PESQUISADO-RECENTE PIC X.
       01  QTD-CONFIRMADAS PIC 9(4) VALUE 0.
       01  QTD-LISTADAS PIC 9(4) VALUE 0.
       01  QTD-FALTAS PIC 9(4) VALUE 0.
       01  QTD-RECENTES PIC 9(4) VALUE 0.
       01  QTD-SEM-CONTATO PIC 9(4) VALUE 0.
       01  LINHA-PESQUISA.
           03 FILLER PIC X(7) VALUE 'CODIGO '.
           03 LP-PAC-ID PIC 9(6).
           03 LP-DATA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-NOME PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-CANAL PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-CONTATO PIC X(40).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-PROFISSIONAL PIC 9(3).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           COMPUTE DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) - 1
           COMPUTE DATA-ONTEM = FUNCTION DATE-OF-INTEGER(DIA-INTEIRO)
           COMPUTE DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) - 90
           COMPUTE DATA-CARENCIA =
               FUNCTION DATE-OF-INTEGER(DIA-INTEIRO)
           OPEN EXTEND RUN-CONTROLE
           MOVE 'PESQUISALISTA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN INPUT AGENDA
           OPEN INPUT IMC-HISTORY
           OPEN INPUT PAC-CONTATOS
           OPEN I-O PESQUISAS
           OPEN OUTPUT LISTA-PESQUISA
           MOVE SPACES TO REG-LISTA
           STRING 'PESQUISA DE SATISFACAO - CONSULTAS DE '
               DELIMITED BY SIZE
               DATA-ONTEM DELIMITED BY SIZE
               INTO REG-LISTA
           WRITE REG-LISTA
           MOVE SPACES TO REG-LISTA
           WRITE REG-LISTA
           MOVE DATA-ONTEM TO AGD-DATA
           MOVE 0 TO AGD-HORA
           MOVE 0 TO AGD-PROFISSIONAL
           START AGENDA KEY NOT LESS THAN AGD-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-AGENDA
           END-START
           IF FS-AGENDA NOT = '00'
               MOVE 'S' TO FIM-AGENDA
           END-IF
           PERFORM UNTIL FIM-AGENDA = 'S'
               READ AGENDA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-AGENDA
                   NOT AT END
                       IF AGD-DATA = DATA-ONTEM
                           IF AGD-CONFIRMADA
                               ADD 1 TO QTD-CONFIRMADAS
                               PERFORM 1000-TRATAR-CONSULTA
                           END-IF
                       ELSE
                           MOVE 'S' TO FIM-AGENDA
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REG-LISTA
           WRITE REG-LISTA
           MOVE SPACES TO LINHA-RESUMO
           STRING 'LISTADAS: ' DELIMITED BY SIZE
               QTD-LISTADAS DELIMITED BY SIZE
               '  FALTAS: ' DELIMITED BY SIZE
               QTD-FALTAS DELIMITED BY SIZE
               '  PESQUISADOS EM 90 DIAS: ' DELIMITED BY SIZE
               QTD-RECENTES DELIMITED BY SIZE
               '  SEM CONTATO: ' DELIMITED BY SIZE
               QTD-SEM-CONTATO DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-LISTA
           WRITE REG-LISTA
           CLOSE AGENDA
           CLOSE IMC-HISTORY
           CLOSE PAC-CONTATOS
           CLOSE PESQUISAS
           CLOSE LISTA-PESQUISA
           DISPLAY 'Pesquisas listadas para ' DATA-ONTEM ': '
               QTD-LISTADAS
           MOVE QTD-CONFIRMADAS TO RUN-LIDOS
           MOVE QTD-LISTADAS TO RUN-GRAVADOS
           MOVE QTD-SEM-CONTATO TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

       1000-TRATAR-CONSULTA.
           PERFORM 1100-CONFERIR-PRESENCA
           IF COMPARECEU = 'N'
               ADD 1 TO QTD-FALTAS
           ELSE
               PERFORM 1200-CONFERIR-CARENCIA
               IF PESQUISADO-RECENTE = 'S'
                   ADD 1 TO QTD-RECENTES
               ELSE
                   MOVE AGD-PAC-ID TO PCT-PAC-ID
                   READ PAC-CONTATOS KEY IS PCT-PAC-ID
                       INVALID KEY
                           ADD 1 TO QTD-SEM-CONTATO
                       NOT INVALID KEY
                           PERFORM 2000-LISTAR-PESQUISA
                   END-READ
               END-IF
           END-IF.

      *----Visita no IMCHIST do paciente naquela data = compareceu;
      *----a hora nao importa, qualquer visita do dia conta
       1100-CONFERIR-PRESENCA.
           MOVE 'N' TO COMPARECEU
           MOVE 'N' TO FIM-HISTORICO
           MOVE AGD-PAC-ID TO HK-PAC-ID
           MOVE DATA-ONTEM TO HK-DATA
           MOVE 0 TO HK-HORA
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
                               HK-DATA = DATA-ONTEM
                           MOVE 'S' TO COMPARECEU
                       END-IF
               END-READ
           END-IF.

      *----Qualquer pesquisa do paciente enviada nos ultimos 90 dias,
      *----respondida ou nao, barra a de hoje
       1200-CONFERIR-CARENCIA.
           MOVE 'N' TO PESQUISADO-RECENTE
           MOVE 'N' TO FIM-PESQUISAS
           MOVE AGD-PAC-ID TO PSQ-PAC-ID
           MOVE 0 TO PSQ-DATA-VISITA
           START PESQUISAS KEY NOT LESS THAN PSQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PESQUISAS
           END-START
           PERFORM UNTIL FIM-PESQUISAS = 'S'
               READ PESQUISAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PESQUISAS
                   NOT AT END
                       IF PSQ-PAC-ID NOT = AGD-PAC-ID
                           MOVE 'S' TO FIM-PESQUISAS
                       ELSE
                           IF PSQ-DATA-ENVIO NOT < DATA-CARENCIA
                               MOVE 'S' TO PESQUISADO-RECENTE
                               MOVE 'S' TO FIM-PESQUISAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2000-LISTAR-PESQUISA.
           MOVE AGD-PAC-ID TO PSQ-PAC-ID
           MOVE AGD-DATA TO PSQ-DATA-VISITA
           MOVE AGD-PROFISSIONAL TO PSQ-PROFISSIONAL
           MOVE DATA-HOJE TO PSQ-DATA-ENVIO
           MOVE PCT-TIPO TO PSQ-CANAL
           SET PSQ-ENVIADA TO TRUE
           MOVE 0 TO PSQ-NOTA
           MOVE SPACES TO PSQ-MOTIVO
           MOVE SPACES TO PSQ-COMENTARIO
           MOVE 0 TO PSQ-DATA-RESPOSTA
           WRITE REG-PESQUISA
               INVALID KEY
                   ADD 1 TO QTD-RECENTES
               NOT INVALID KEY
                   ADD 1 TO QTD-LISTADAS
                   MOVE AGD-PAC-ID TO LP-PAC-ID
                   MOVE AGD-DATA TO LP-DATA
                   MOVE AGD-NOME TO LP-NOME
                   MOVE PCT-TIPO TO LP-CANAL
                   MOVE PCT-CONTATO TO LP-CONTATO
                   MOVE AGD-PROFISSIONAL TO LP-PROFISSIONAL
                   MOVE LINHA-PESQUISA TO REG-LISTA
                   WRITE REG-LISTA
           END-WRITE.

       COPY GravarRunControle.
       END PROGRAM PesquisaLista.
