      *          que sustenta a agenda por horario: o AgendaManutencao
      *          so marca consulta dentro do expediente do
      *          profissional e a lista do dia sai por profissional.
      *          Tambem mantem as excecoes ao expediente (PROEXCEC:
      *          ferias, licenca, bloqueio de dia inteiro ou de parte
      *          do dia), que toda marcacao da AGENDA respeita pelo
      *          AgendaDisponivel. Excecao nova sobre dias ja marcados
      *          lista as consultas atingidas no AGDAFETA para a
      *          recepcao remarcar os pacientes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProfissionalManutencao.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-ID
               FILE STATUS IS FS-PROFISSIONAIS.
           SELECT OPTIONAL EXCECOES ASSIGN TO "PROEXCEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-CHAVE
               FILE STATUS IS FS-EXCECOES.
           SELECT OPTIONAL AGENDA ASSIGN TO "AGENDA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS FS-AGENDA.
      *----Consultas atingidas por excecao nova, acumuladas para a
      *----recepcao ligar e remarcar
           SELECT AFETADAS ASSIGN TO "AGDAFETA"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PROFISSIONAIS.
           03 PRO-STATUS PIC X(1).
               88 PRO-ATIVO VALUE 'A'.
               88 PRO-INATIVO VALUE 'I'.
       FD  EXCECOES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegProExcecao.
       FD  AGENDA.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAgenda.
       FD  AFETADAS.
       01  REG-AFETADA PIC X(100).
       WORKING-STORAGE SECTION.
       01  FS-PROFISSIONAIS PIC X(2).
       01  FS-EXCECOES PIC X(2).
       01  FS-AGENDA PIC X(2).
       01  FIM-EXCECOES PIC X.
       01  FIM-AGENDA PIC X.
       01  OPERADOR-CADASTRO PIC X(10).
       01  DATA-HOJE PIC 9(8).
       01  DATA-PESQUISA PIC 9(8).
       01  HORA-PESQUISA PIC 9(4).
       01  EXCECAO-VALIDA PIC X.
       01  SLOT-ATINGIDO PIC X.
       01  QTD-AFETADAS PIC 9(5).
       01  LINHA-EXCECAO.
           03 FILLER PIC X(13) VALUE 'EXCECAO PROF '.
           03 LX-PRO-ID PIC 9(3).
           03 FILLER PIC X(4) VALUE ' DE '.
           03 LX-DATA-INICIO PIC 9(8).
           03 FILLER PIC X(3) VALUE ' A '.
           03 LX-DATA-FIM PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LX-HORA-INICIO PIC 9(4).
           03 FILLER PIC X(1) VALUE '-'.
           03 LX-HORA-FIM PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LX-MOTIVO PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LX-DESCRICAO PIC X(30).
       01  LINHA-AFETADA.
           03 FILLER PIC X(4) VALUE SPACES.
           03 LA-DATA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LA-HORA PIC 9(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LA-PAC-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LA-NOME PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LA-STATUS PIC X(1).
       01  FIM-PROFISSIONAIS PIC X.
       01  ID-PESQUISA PIC 9(3).
       01  OPCAO PIC 9 VALUE 0.
       PROCEDURE DIVISION.
           ACCEPT OPERADOR-CADASTRO FROM ENVIRONMENT 'USER'
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O PROFISSIONAIS
           OPEN I-O EXCECOES
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar profissionais'
               DISPLAY '2 - Incluir profissional'
               DISPLAY '3 - Ajustar expediente'
               DISPLAY '4 - Inativar profissional'
               DISPLAY '5 - Listar excecoes de um profissional'
               DISPLAY '6 - Incluir excecao (ferias/licenca/bloqueio)'
               DISPLAY '7 - Cancelar excecao'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                       PERFORM 3000-AJUSTAR
                   WHEN 4
                       PERFORM 4000-INATIVAR
                   WHEN 5
                       PERFORM 5000-LISTAR-EXCECOES
                   WHEN 6
                       PERFORM 6000-INCLUIR-EXCECAO
                   WHEN 7
                       PERFORM 7000-CANCELAR-EXCECAO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM
           CLOSE PROFISSIONAIS
           CLOSE EXCECOES
           GOBACK.

       1000-LISTAR.
                   DISPLAY 'Profissional inativado, sem marcacao '
                       'nova na agenda'
           END-READ.

       5000-LISTAR-EXCECOES.
           DISPLAY 'Numero do profissional: '
           ACCEPT ID-PESQUISA
           MOVE 'N' TO FIM-EXCECOES
           MOVE ID-PESQUISA TO EXC-PRO-ID
           MOVE 0 TO EXC-DATA-INICIO
           MOVE 0 TO EXC-HORA-INICIO
           START EXCECOES KEY NOT LESS THAN EXC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-EXCECOES
           END-START
           PERFORM UNTIL FIM-EXCECOES = 'S'
               READ EXCECOES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-EXCECOES
                   NOT AT END
                       IF EXC-PRO-ID NOT = ID-PESQUISA
                           MOVE 'S' TO FIM-EXCECOES
                       ELSE
                           DISPLAY EXC-DATA-INICIO ' A '
                               EXC-DATA-FIM ' ' EXC-HORA-INICIO '-'
                               EXC-HORA-FIM ' ' EXC-MOTIVO ' '
                               EXC-DESCRICAO ' ' EXC-STATUS
                       END-IF
               END-READ
           END-PERFORM.

      *----Periodo de dias com janela opcional: hora inicio e fim
      *----zeradas bloqueiam o dia inteiro. Gravada a excecao, as
      *----consultas ja marcadas no periodo saem no AGDAFETA
       6000-INCLUIR-EXCECAO.
           DISPLAY 'Numero do profissional: '
           ACCEPT ID-PESQUISA
           MOVE ID-PESQUISA TO PRO-ID
           READ PROFISSIONAIS KEY IS PRO-ID
               INVALID KEY
                   DISPLAY 'Profissional nao encontrado'
               NOT INVALID KEY
                   PERFORM 6100-DIGITAR-EXCECAO
                   IF EXCECAO-VALIDA = 'S'
                       WRITE REG-PRO-EXCECAO
                           INVALID KEY
                               DISPLAY 'Ja existe excecao com esse '
                                   'inicio para o profissional'
                           NOT INVALID KEY
                               DISPLAY 'Excecao incluida'
                               PERFORM 6200-LISTAR-AFETADAS
                       END-WRITE
                   END-IF
           END-READ.

       6100-DIGITAR-EXCECAO.
           MOVE 'S' TO EXCECAO-VALIDA
           MOVE ID-PESQUISA TO EXC-PRO-ID
           DISPLAY 'Primeiro dia (AAAAMMDD): '
           ACCEPT EXC-DATA-INICIO
           DISPLAY 'Ultimo dia (AAAAMMDD): '
           ACCEPT EXC-DATA-FIM
           DISPLAY 'Hora inicio do bloqueio (HHMM, 0 = dia inteiro): '
           ACCEPT EXC-HORA-INICIO
           DISPLAY 'Hora fim do bloqueio (HHMM, 0 = dia inteiro): '
           ACCEPT EXC-HORA-FIM
           DISPLAY 'Motivo (F ferias, L licenca, B bloqueio): '
           ACCEPT EXC-MOTIVO
           MOVE FUNCTION UPPER-CASE(EXC-MOTIVO) TO EXC-MOTIVO
           DISPLAY 'Descricao: '
           ACCEPT EXC-DESCRICAO
           MOVE OPERADOR-CADASTRO TO EXC-OPERADOR
           MOVE DATA-HOJE TO EXC-DATA-CADASTRO
           SET EXC-ATIVA TO TRUE
           IF EXC-DATA-FIM LESS EXC-DATA-INICIO
               DISPLAY 'Ultimo dia antes do primeiro'
               MOVE 'N' TO EXCECAO-VALIDA
           END-IF
           IF NOT (EXC-HORA-INICIO = 0 AND EXC-HORA-FIM = 0) AND
                   EXC-HORA-FIM NOT GREATER EXC-HORA-INICIO
               DISPLAY 'Janela de horario invalida'
               MOVE 'N' TO EXCECAO-VALIDA
           END-IF
           IF NOT EXC-FERIAS AND NOT EXC-LICENCA AND
                   NOT EXC-BLOQUEIO
               DISPLAY 'Motivo invalido'
               MOVE 'N' TO EXCECAO-VALIDA
           END-IF.

      *----Consultas confirmadas ou provisorias do profissional que
      *----caem dentro da excecao: a excecao nao cancela nada
      *----sozinha, a recepcao fala com o paciente e remarca
       6200-LISTAR-AFETADAS.
           MOVE 0 TO QTD-AFETADAS
           OPEN INPUT AGENDA
           OPEN EXTEND AFETADAS
           MOVE EXC-PRO-ID TO LX-PRO-ID
           MOVE EXC-DATA-INICIO TO LX-DATA-INICIO
           MOVE EXC-DATA-FIM TO LX-DATA-FIM
           MOVE EXC-HORA-INICIO TO LX-HORA-INICIO
           MOVE EXC-HORA-FIM TO LX-HORA-FIM
           MOVE EXC-MOTIVO TO LX-MOTIVO
           MOVE EXC-DESCRICAO TO LX-DESCRICAO
           MOVE LINHA-EXCECAO TO REG-AFETADA
           WRITE REG-AFETADA
           MOVE 'N' TO FIM-AGENDA
           MOVE EXC-DATA-INICIO TO AGD-DATA
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
                       IF AGD-DATA GREATER EXC-DATA-FIM
                           MOVE 'S' TO FIM-AGENDA
                       ELSE
                           PERFORM 6300-CONFERIR-SLOT
                       END-IF
               END-READ
           END-PERFORM
           IF QTD-AFETADAS = 0
               MOVE '    NENHUMA CONSULTA MARCADA NO PERIODO'
                   TO REG-AFETADA
               WRITE REG-AFETADA
           END-IF
           CLOSE AGENDA
           CLOSE AFETADAS
           DISPLAY 'Consultas atingidas, listadas no AGDAFETA: '
               QTD-AFETADAS.

       6300-CONFERIR-SLOT.
           MOVE 'N' TO SLOT-ATINGIDO
           IF AGD-PROFISSIONAL = EXC-PRO-ID AND
                   (AGD-CONFIRMADA OR AGD-PROVISORIA)
               IF (EXC-HORA-INICIO = 0 AND EXC-HORA-FIM = 0) OR
                       (AGD-HORA NOT LESS EXC-HORA-INICIO AND
                        AGD-HORA LESS EXC-HORA-FIM)
                   MOVE 'S' TO SLOT-ATINGIDO
               END-IF
           END-IF
           IF SLOT-ATINGIDO = 'S'
               ADD 1 TO QTD-AFETADAS
               MOVE AGD-DATA TO LA-DATA
               MOVE AGD-HORA TO LA-HORA
               MOVE AGD-PAC-ID TO LA-PAC-ID
               MOVE AGD-NOME TO LA-NOME
               MOVE AGD-STATUS TO LA-STATUS
               MOVE LINHA-AFETADA TO REG-AFETADA
               WRITE REG-AFETADA
           END-IF.

      *----Cancelar nao apaga: a excecao fica com status X e as
      *----marcacoes voltam a valer para o periodo
       7000-CANCELAR-EXCECAO.
           DISPLAY 'Numero do profissional: '
           ACCEPT ID-PESQUISA
           DISPLAY 'Primeiro dia da excecao (AAAAMMDD): '
           ACCEPT DATA-PESQUISA
           DISPLAY 'Hora inicio da excecao (HHMM, 0 = dia inteiro): '
           ACCEPT HORA-PESQUISA
           MOVE ID-PESQUISA TO EXC-PRO-ID
           MOVE DATA-PESQUISA TO EXC-DATA-INICIO
           MOVE HORA-PESQUISA TO EXC-HORA-INICIO
           READ EXCECOES KEY IS EXC-CHAVE
               INVALID KEY
                   DISPLAY 'Excecao nao encontrada'
               NOT INVALID KEY
                   SET EXC-CANCELADA TO TRUE
                   REWRITE REG-PRO-EXCECAO
                   DISPLAY 'Excecao cancelada'
           END-READ.
       END PROGRAM ProfissionalManutencao.
