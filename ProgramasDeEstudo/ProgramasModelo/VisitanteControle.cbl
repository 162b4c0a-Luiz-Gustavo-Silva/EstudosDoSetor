      *          ENTRYLOG e mantem a lotacao no placar compartilhado
      *          OCUPTALLY, para o limite do CAPACFG valer para o
      *          predio inteiro; o PortariaConsolida junta os logs.
      *          Visitante cujo documento esta ligado a um paciente
      *          (PACDOC) e que tem consulta hoje na AGENDA tem a
      *          chegada anotada na consulta com a hora do portao,
      *          sem precisar se anunciar de novo na recepcao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VisitanteControle.
      *----Canhoto de credencial impresso a cada entrada permitida
           SELECT CREDENCIAIS ASSIGN TO "CRACHAIMP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Documento do visitante -> paciente da clinica
      *----(PacClienteManutencao)
           SELECT OPTIONAL PAC-DOCUMENTOS ASSIGN TO "PACDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDC-DOCUMENTO
               FILE STATUS IS FS-PACDOC.
      *----Consultas da clinica, para anotar a chegada do paciente
           SELECT OPTIONAL AGENDA ASSIGN TO "AGENDA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS FS-AGENDA.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRY-LOG.
               88 CRA-FORA VALUE 'F'.
       FD  CREDENCIAIS.
       01  REG-CREDENCIAL PIC X(80).
       FD  PAC-DOCUMENTOS.
      *----Mesmo layout de PacClienteManutencao.cbl
       01  REG-PAC-DOCUMENTO.
           03 PDC-DOCUMENTO PIC 9(11).
           03 PDC-PAC-ID PIC 9(6).
       FD  AGENDA.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAgenda.
       WORKING-STORAGE SECTION.
       77  NOME-VISITANTE PIC X(30).
       77  IDADE PIC 9(2).
           03 CRD-VALIDADE PIC 9(8).
           03 FILLER PIC X(6) VALUE ' ANF '.
           03 CRD-ANFITRIAO PIC X(10).
       01  FS-PACDOC PIC X(2).
       01  FS-AGENDA PIC X(2).
       01  FIM-AGENDA PIC X.
       01  DATA-CHEGADA PIC 9(8).
       01  HORA-CHEGADA PIC 9(6).
       01  CONSULTA-ACHADA PIC X.
       PROCEDURE DIVISION.
           PERFORM 9700-CARREGAR-MENSAGENS
           PERFORM 0050-LER-CAPACIDADE
           OPEN I-O CRACHAS
           OPEN I-O VISITAS-AGENDADAS
           OPEN EXTEND CREDENCIAIS
           OPEN INPUT PAC-DOCUMENTOS
           OPEN I-O AGENDA
           IF FS-VISITANTES = '00' OR FS-VISITANTES = '05'
               MOVE 'S' TO TEM-CADASTRO
           END-IF
           CLOSE CRACHAS
           CLOSE VISITAS-AGENDADAS
           CLOSE CREDENCIAIS
           CLOSE PAC-DOCUMENTOS
           CLOSE AGENDA
           STOP RUN.

       0055-LER-PORTAO.
           MOVE SPACES TO ANFITRIAO-ENTRADA
           IF MENSAGEM-2 = MSG-006
               PERFORM 0650-CONFERIR-AGENDAMENTO
               PERFORM 0670-CONFERIR-CONSULTA
                   THRU 0670-CONFERIR-SAIDA
               PERFORM 0400-ENTRAR-NA-LISTA
               PERFORM 0450-LER-TALLY
               ADD 1 TO OCUPACAO-PREDIO
               MOVE 'NAO INFORM' TO ANFITRIAO-ENTRADA
           END-IF.

      *----Paciente da clinica: a primeira consulta de hoje ainda sem
      *----chegada recebe a hora do portao; a recepcao ja o ve como
      *----chegado e o AgendaNoShow nao o marca como falta
       0670-CONFERIR-CONSULTA.
           IF DOCUMENTO = 0 OR
                   (FS-PACDOC NOT = '00' AND FS-PACDOC NOT = '05')
               GO TO 0670-CONFERIR-SAIDA
           END-IF
           MOVE DOCUMENTO TO PDC-DOCUMENTO
           READ PAC-DOCUMENTOS KEY IS PDC-DOCUMENTO
               INVALID KEY
                   GO TO 0670-CONFERIR-SAIDA
           END-READ
           ACCEPT DATA-CHEGADA FROM DATE YYYYMMDD
           ACCEPT HORA-CHEGADA FROM TIME
           MOVE 'N' TO CONSULTA-ACHADA
           MOVE 'N' TO FIM-AGENDA
           MOVE DATA-CHEGADA TO AGD-DATA
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
                       IF AGD-DATA NOT = DATA-CHEGADA
                           MOVE 'S' TO FIM-AGENDA
                       ELSE
                           IF AGD-PAC-ID = PDC-PAC-ID AND
                                   (AGD-CONFIRMADA OR AGD-PROVISORIA)
                                   AND AGD-HORA-CHEGADA = 0
                               MOVE HORA-CHEGADA TO AGD-HORA-CHEGADA
                               REWRITE REG-AGENDA
                               MOVE 'S' TO CONSULTA-ACHADA
                               MOVE 'S' TO FIM-AGENDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CONSULTA-ACHADA = 'S'
               DISPLAY 'Paciente com consulta hoje as ' AGD-HORA
                   ', chegada anotada para a recepcao'
           END-IF.

       0670-CONFERIR-SAIDA.
           EXIT.

       1000-REGISTRAR-VISITA.
           ACCEPT DH-DATA FROM DATE YYYYMMDD
           ACCEPT DH-HORA FROM TIME
