      *          partir das consultas confirmadas daqui. Os retornos
      *          provisorios marcados pelo RetornoAgenda (status P)
      *          entram no roster so depois que a recepcao confirma
      *          com o paciente pela opcao propria. Ferias, licenca
      *          e bloqueios do profissional (PROEXCEC, consultados
      *          pelo AgendaDisponivel) barram a marcacao e a
      *          confirmacao do retorno no slot atingido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgendaManutencao.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT OPTIONAL PROFISSIONAIS ASSIGN TO "PROFISSIONAIS"
               ORGANIZATION IS INDEXED
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 FILLER PIC X(207).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  PROFISSIONAIS.
      *----Mesmo layout do REG-PROFISSIONAL de ProfissionalManutencao
       01  REG-PROFISSIONAL.
       01  PROF-PESQUISA PIC 9(3).
       01  PAC-PESQUISA PIC 9(6).
       01  PACIENTE-NO-DIA PIC X.
      *----Excecao ao expediente (ferias, licenca, bloqueio) que
      *----barra o slot, pelo AgendaDisponivel
       01  MOTIVO-AUSENCIA PIC X(1).
       01  DESCRICAO-AUSENCIA PIC X(30).
       01  RETORNO-AUSENCIA PIC 9(2).
       PROCEDURE DIVISION.
           OPEN I-O AGENDA
           OPEN INPUT PATIENTS
               END-READ
           END-PERFORM.

      *----So marca paciente cadastrado, com profissional ativo,
      *----horario dentro do expediente dele e sem excecao ao
      *----expediente no slot; o mesmo slot ocupado morre no WRITE
      *----pela colisao de chave
       2000-MARCAR-CONSULTA.
           DISPLAY 'Data da consulta (AAAAMMDD): '
           ACCEPT DATA-PESQUISA
                       DISPLAY 'Horario fora do expediente ('
                           PRO-HORA-INICIO ' a ' PRO-HORA-FIM ')'
                   ELSE
                       PERFORM 2050-CONFERIR-AUSENCIA
                       IF RETORNO-AUSENCIA = 10
                           DISPLAY 'Profissional ausente nesse '
                               'horario (' MOTIVO-AUSENCIA ' '
                               DESCRICAO-AUSENCIA ')'
                       ELSE
                           PERFORM 2100-MARCAR-PACIENTE
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       2050-CONFERIR-AUSENCIA.
           CALL 'AgendaDisponivel' USING PROF-PESQUISA DATA-PESQUISA
               HORA-PESQUISA MOTIVO-AUSENCIA DESCRICAO-AUSENCIA
               RETORNO-AUSENCIA.

       2100-MARCAR-PACIENTE.
           MOVE PAC-PESQUISA TO PAC-ID
           READ PATIENTS KEY IS PAC-ID
                       MOVE PAC-PESQUISA TO AGD-PAC-ID
                       MOVE PAC-NOME TO AGD-NOME
                       SET AGD-CONFIRMADA TO TRUE
                       MOVE 0 TO AGD-HORA-CHEGADA
                       REWRITE REG-AGENDA
                       DISPLAY 'Consulta marcada'
                   ELSE
           MOVE PAC-PESQUISA TO AGD-PAC-ID
           MOVE PAC-NOME TO AGD-NOME
           SET AGD-CONFIRMADA TO TRUE
           MOVE 0 TO AGD-HORA-CHEGADA
           WRITE REG-AGENDA
               INVALID KEY
                   DISPLAY 'Slot ja ocupado nesse horario do '
                   DISPLAY 'Consulta nao encontrada'
               NOT INVALID KEY
                   IF AGD-PROVISORIA
                       PERFORM 2050-CONFERIR-AUSENCIA
                       IF RETORNO-AUSENCIA = 10
                           DISPLAY 'Profissional ausente nesse '
                               'horario (' MOTIVO-AUSENCIA ' '
                               DESCRICAO-AUSENCIA '), remarque'
                       ELSE
                           SET AGD-CONFIRMADA TO TRUE
                           REWRITE REG-AGENDA
                           DISPLAY 'Retorno confirmado'
                       END-IF
                   ELSE
                       DISPLAY 'Consulta nao esta provisoria ('
                           AGD-STATUS ')'
