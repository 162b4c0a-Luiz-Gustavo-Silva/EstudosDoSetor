      *          de fato processou (as visitas gravadas no IMCHIST
      *          daquela data). Consulta confirmada sem visita no
      *          historico e falta e sai no relatorio.
      *          Quem nem passou pelo portao (sem hora de chegada
      *          anotada pelo VisitanteControle) fica marcado como
      *          falta na propria consulta; quem chegou e nao foi
      *          medido sai no relatorio como atendimento perdido,
      *          sem a marca.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgendaNoShow.
       01  COMPARECEU PIC X.
       01  QTD-CONFIRMADAS PIC 9(4) VALUE 0.
       01  QTD-FALTAS PIC 9(4) VALUE 0.
       01  QTD-SEM-ATENDIMENTO PIC 9(4) VALUE 0.
       01  LINHA-FALTA.
           03 LF-PAC-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LF-NOME PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LF-SITUACAO PIC X(30).
       01  LINHA-RESUMO PIC X(80).
       PROCEDURE DIVISION.
      *----A data conferida vem do operador: normalmente o dia de
      *----ontem, depois da rodada noturna do IMCBatch
           DISPLAY 'Data da agenda a conferir (AAAAMMDD): '
           ACCEPT DATA-PESQUISA
           OPEN I-O AGENDA
           OPEN INPUT IMC-HISTORY
           OPEN OUTPUT RELATORIO-FALTAS
           MOVE DATA-PESQUISA TO AGD-DATA
                       MOVE 'S' TO FIM-AGENDA
                   NOT AT END
                       IF AGD-DATA = DATA-PESQUISA
                           IF AGD-CONFIRMADA OR AGD-FALTOU
                               PERFORM 1000-CONFERIR-PRESENCA
                           END-IF
                       ELSE
               QTD-CONFIRMADAS DELIMITED BY SIZE
               '  FALTAS: ' DELIMITED BY SIZE
               QTD-FALTAS DELIMITED BY SIZE
               '  CHEGARAM SEM ATENDIMENTO: ' DELIMITED BY SIZE
               QTD-SEM-ATENDIMENTO DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           END-PERFORM
      *----Reposiciona a agenda: o START do historico nao mexe nela,
      *----mas a leitura seguinte da agenda continua de onde parou
      *----Sem chegada no portao a consulta fica marcada como falta;
      *----rodada de novo depois de uma visita tardia, a marca sai
           IF COMPARECEU = 'N'
               MOVE AGD-PAC-ID TO LF-PAC-ID
               MOVE AGD-NOME TO LF-NOME
               IF AGD-HORA-CHEGADA = 0
                   ADD 1 TO QTD-FALTAS
                   MOVE 'FALTOU A CONSULTA' TO LF-SITUACAO
                   IF NOT AGD-FALTOU
                       SET AGD-FALTOU TO TRUE
                       REWRITE REG-AGENDA
                   END-IF
               ELSE
                   ADD 1 TO QTD-SEM-ATENDIMENTO
                   MOVE 'CHEGOU E NAO FOI ATENDIDO' TO LF-SITUACAO
               END-IF
               MOVE LINHA-FALTA TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               IF AGD-FALTOU
                   SET AGD-CONFIRMADA TO TRUE
                   REWRITE REG-AGENDA
               END-IF
           END-IF.
       END PROGRAM AgendaNoShow.
