      *          de frequencia do periodo, com a evidencia dia a dia
      *          guardada para reimpressao quando um responsavel
      *          contestar a reprovacao por frequencia.
      *          A chamada e do professor: ele entra com o operador e
      *          senha do OPERADORES e precisa estar ativo no
      *          PROFESSORES. Informa a disciplina da aula, e so grava
      *          a chamada do aluno cuja turma tem, na grade HORARIOS,
      *          aquela disciplina com ele. O FREQDIA continua um
      *          registro por aluno e dia, sem a disciplina.
      *          A senha e conferida pela rotina compartilhada
      *          Autenticacao (hash, troca obrigatoria e bloqueio
      *          persistente do operador).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FrequenciaRegistro.
       FILE-CONTROL.
           SELECT CHAMADA ASSIGN TO "FREQDIA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-MATRICULA
               FILE STATUS IS FS-ALUNOS.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.
           SELECT OPTIONAL PROFESSORES ASSIGN TO "PROFESSORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-ID
               ALTERNATE RECORD KEY IS PRF-OPERADOR
               FILE STATUS IS FS-PROFESSORES.
           SELECT OPTIONAL HORARIOS ASSIGN TO "HORARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS FS-HORARIOS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHAMADA.
           03 FRQ-MATRICULA PIC 9(6).
      *----P-presente, A-ausente, J-falta justificada
           03 FRQ-SITUACAO PIC X(1).
       FD  ALUNOS.
      *----Mesmo layout do REG-MATRICULADO de AlunosManutencao.cbl
       01  REG-MATRICULADO.
           03 MAT-MATRICULA PIC 9(6).
           03 MAT-NOME PIC X(30).
           03 MAT-TURMA PIC X(6).
           03 MAT-STATUS PIC X(1).
               88 MAT-ATIVO VALUE 'A'.
               88 MAT-INATIVO VALUE 'I'.
           03 MAT-DATA-INATIVACAO PIC 9(8).
           03 MAT-DATA-NASCIMENTO PIC 9(8).
           03 MAT-SEXO PIC X(1).
       FD  OPERADORES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOperador.
       FD  PROFESSORES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegProfessor.
       FD  HORARIOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegHorario.
       WORKING-STORAGE SECTION.
       01  FS-ALUNOS PIC X(2).
       01  FS-OPERADORES PIC X(2).
       01  FS-PROFESSORES PIC X(2).
       01  FS-HORARIOS PIC X(2).
       01  FIM-HORARIOS PIC X.
      *----Sign-on do professor contra o cadastro OPERADORES, como no
      *----MenuPrincipal; o professor sai do PROFESSORES
       01  OPERADOR-SESSAO PIC X(10).
       01  SENHA-DIGITADA PIC X(8).
       01  RETORNO-AUTENTICACAO PIC 9(2).
       01  PROGRAMA-SIGNON PIC X(20) VALUE 'FREQUENCIAREGISTRO'.
       01  SIGNON-OK PIC X VALUE 'N'.
       01  PROFESSOR-SESSAO PIC 9(3).
       01  DISCIPLINA-AULA PIC X(3).
      *----Ultima turma conferida na grade e o resultado, para nao
      *----reler a grade a cada aluno da mesma turma
       01  TURMA-CONFERIDA PIC X(6) VALUE SPACES.
       01  PROFESSOR-DA-TURMA PIC X.
       01  DATA-CHAMADA PIC 9(8).
       01  MATRICULA PIC 9(6).
       01  SITUACAO PIC X(1).
       01  CONTINUAR PIC X(3) VALUE 'SIM'.
       01  QTD-REGISTROS PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
           PERFORM 0100-SIGN-ON
           IF SIGNON-OK = 'N'
               DISPLAY 'Operador nao habilitado, sessao encerrada'
               GOBACK
           END-IF
           OPEN EXTEND CHAMADA
           OPEN INPUT ALUNOS
           OPEN INPUT HORARIOS
           DISPLAY 'Data da chamada (AAAAMMDD): '
           ACCEPT DATA-CHAMADA
           DISPLAY 'Disciplina da aula: '
           ACCEPT DISCIPLINA-AULA
           INSPECT DISCIPLINA-AULA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM UNTIL CONTINUAR = 'NAO'
               DISPLAY 'Matricula: '
               ACCEPT MATRICULA
               MOVE MATRICULA TO MAT-MATRICULA
               READ ALUNOS KEY IS MAT-MATRICULA
                   INVALID KEY
                       DISPLAY 'Matricula nao cadastrada'
                   NOT INVALID KEY
                       PERFORM 2000-CONFERIR-GRADE
                       IF PROFESSOR-DA-TURMA = 'S'
                           PERFORM 1000-GRAVAR-CHAMADA
                       ELSE
                           DISPLAY 'Disciplina ' DISCIPLINA-AULA
                               ' da turma ' MAT-TURMA
                               ' nao e sua na grade'
                       END-IF
               END-READ
               DISPLAY 'Registrar outro aluno? SIM/NAO'
               ACCEPT CONTINUAR
           END-PERFORM
           CLOSE CHAMADA
           CLOSE ALUNOS
           CLOSE HORARIOS
           DISPLAY 'Registros gravados: ' QTD-REGISTROS
           GOBACK.

      *----Operador ativo com a senha certa e professor ativo
       0100-SIGN-ON.
           OPEN INPUT OPERADORES
           OPEN INPUT PROFESSORES
           DISPLAY 'Operador: '
           ACCEPT OPERADOR-SESSAO
           DISPLAY 'Senha: '
           ACCEPT SENHA-DIGITADA
           CALL 'Autenticacao' USING OPERADOR-SESSAO SENHA-DIGITADA
               PROGRAMA-SIGNON RETORNO-AUTENTICACAO
           MOVE OPERADOR-SESSAO TO OPE-ID
           READ OPERADORES KEY IS OPE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RETORNO-AUTENTICACAO = 00 AND OPE-ATIVO
                       MOVE OPERADOR-SESSAO TO PRF-OPERADOR
                       READ PROFESSORES KEY IS PRF-OPERADOR
                           INVALID KEY
                               DISPLAY 'Operador sem cadastro de '
                                   'professor'
                           NOT INVALID KEY
                               IF PRF-ATIVO
                                   MOVE 'S' TO SIGNON-OK
                                   MOVE PRF-ID TO PROFESSOR-SESSAO
                                   DISPLAY 'Bem-vindo, ' PRF-NOME
                               END-IF
                       END-READ
                   END-IF
           END-READ
           CLOSE OPERADORES
           CLOSE PROFESSORES.

       1000-GRAVAR-CHAMADA.
           DISPLAY 'Situacao (P/A/J): '
           ACCEPT SITUACAO
           IF SITUACAO = 'P' OR SITUACAO = 'A' OR SITUACAO = 'J'
               MOVE DATA-CHAMADA TO FRQ-DATA
               MOVE MATRICULA TO FRQ-MATRICULA
               MOVE SITUACAO TO FRQ-SITUACAO
               WRITE REG-CHAMADA
               ADD 1 TO QTD-REGISTROS
           ELSE
               DISPLAY 'Situacao invalida, use P, A ou J'
           END-IF.

      *----Procura na grade da turma do aluno uma aula da disciplina
      *----com o professor da sessao
       2000-CONFERIR-GRADE.
           IF MAT-TURMA NOT = TURMA-CONFERIDA
               MOVE MAT-TURMA TO TURMA-CONFERIDA
               MOVE 'N' TO PROFESSOR-DA-TURMA
               MOVE 'N' TO FIM-HORARIOS
               MOVE MAT-TURMA TO HOR-TURMA
               MOVE 0 TO HOR-DIA-SEMANA
               MOVE 0 TO HOR-PERIODO
               START HORARIOS KEY NOT LESS THAN HOR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-HORARIOS
               END-START
               PERFORM UNTIL FIM-HORARIOS = 'S'
                   READ HORARIOS NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-HORARIOS
                       NOT AT END
                           IF HOR-TURMA NOT = MAT-TURMA
                               MOVE 'S' TO FIM-HORARIOS
                           ELSE
                               IF HOR-DISCIPLINA = DISCIPLINA-AULA
                                       AND HOR-PROFESSOR =
                                       PROFESSOR-SESSAO
                                   MOVE 'S' TO PROFESSOR-DA-TURMA
                                   MOVE 'S' TO FIM-HORARIOS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       END PROGRAM FrequenciaRegistro.
