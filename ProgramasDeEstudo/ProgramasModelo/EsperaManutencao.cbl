      *          confirmar uma oferta de vaga - a confirmacao marca a
      *          consulta na AGENDA e tira o paciente da fila. As
      *          ofertas em si saem da rodada EsperaOferta.cbl depois
      *          dos cancelamentos do dia. A confirmacao nao marca
      *          slot em ferias, licenca ou bloqueio do profissional
      *          lancado depois da oferta (AgendaDisponivel).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EsperaManutencao.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT OPTIONAL AGENDA ASSIGN TO "AGENDA"
               ORGANIZATION IS INDEXED
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 FILLER PIC X(207).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  AGENDA.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAgenda.
       01  DATA-OFERTA PIC 9(8).
       01  HORA-OFERTA PIC 9(4).
       01  PROF-OFERTA PIC 9(3).
      *----Excecao ao expediente (ferias, licenca, bloqueio) que
      *----barra o slot, pelo AgendaDisponivel
       01  MOTIVO-AUSENCIA PIC X(1).
       01  DESCRICAO-AUSENCIA PIC X(30).
       01  RETORNO-AUSENCIA PIC 9(2).
       01  OPCAO PIC 9 VALUE 0.
       PROCEDURE DIVISION.
           OPEN I-O ESPERA
                           DISPLAY 'Paciente sem cadastro, oferta '
                               'nao confirmada'
                       NOT INVALID KEY
                           CALL 'AgendaDisponivel' USING PROF-OFERTA
                               DATA-OFERTA HORA-OFERTA
                               MOTIVO-AUSENCIA DESCRICAO-AUSENCIA
                               RETORNO-AUSENCIA
                           IF RETORNO-AUSENCIA = 10
                               DISPLAY 'Profissional ausente nesse '
                                   'horario (' MOTIVO-AUSENCIA ' '
                                   DESCRICAO-AUSENCIA '), oferta '
                                   'nao confirmada'
                           ELSE
                               PERFORM 4100-MARCAR-CONSULTA
                           END-IF
                   END-READ
           END-READ.

                       MOVE PAC-PESQUISA TO AGD-PAC-ID
                       MOVE PAC-NOME TO AGD-NOME
                       SET AGD-CONFIRMADA TO TRUE
                       MOVE 0 TO AGD-HORA-CHEGADA
                       REWRITE REG-AGENDA
                       DELETE ESPERA RECORD
                       DISPLAY 'Consulta marcada e paciente fora '
           MOVE PAC-PESQUISA TO AGD-PAC-ID
           MOVE PAC-NOME TO AGD-NOME
           SET AGD-CONFIRMADA TO TRUE
           MOVE 0 TO AGD-HORA-CHEGADA
           WRITE REG-AGENDA
               INVALID KEY
                   DISPLAY 'Slot ja ocupado, oferta nao confirmada'
