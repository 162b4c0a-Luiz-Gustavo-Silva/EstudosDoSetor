      *          O RosterMonta.cbl monta o CLASSROSTER do
      *          TurmaBoletim a partir daqui. Lancamentos journalados
      *          pelo copybook compartilhado.
      *          O professor entra com o seu operador e senha do
      *          cadastro OPERADORES, como no MenuPrincipal, e precisa
      *          estar ativo no PROFESSORES; so lanca, altera ou exclui
      *          nota de aluno de turma em que a grade HORARIOS lhe da
      *          aquela disciplina. O journal leva o operador da
      *          sessao.
      *          Turma com o periodo fechado pelo TurmaBoletim (trava
      *          FECHTURMA) nao aceita lancamento, alteracao nem
      *          exclusao: a correcao vai por pedido de revisao no
      *          NotaRevisao, aprovado pela coordenacao.
      *          A senha e conferida pela rotina compartilhada
      *          Autenticacao (hash, troca obrigatoria e bloqueio
      *          persistente do operador).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NotasManutencao.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS FS-DISCIPLINAS.
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
           SELECT OPTIONAL FECHAMENTOS ASSIGN TO "FECHTURMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCH-TURMA
               FILE STATUS IS FS-FECHAMENTOS.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
           03 MAT-TURMA PIC X(6).
           03 MAT-STATUS PIC X(1).
               88 MAT-ATIVO VALUE 'A'.
           03 MAT-DATA-INATIVACAO PIC 9(8).
           03 MAT-DATA-NASCIMENTO PIC 9(8).
           03 MAT-SEXO PIC X(1).
       FD  DISCIPLINAS.
      *----Mesmo layout mantido pelo DisciplinaManutencao.cbl
       01  REG-DISCIPLINA.
           03 DIS-CODIGO PIC X(3).
           03 DIS-NOME PIC X(20).
           03 DIS-PESO-PADRAO PIC 9(1).
       FD  OPERADORES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOperador.
       FD  PROFESSORES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegProfessor.
       FD  HORARIOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegHorario.
       FD  FECHAMENTOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegTurmaFechamento.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-NOTAS PIC X(2).
       01  FS-ALUNOS PIC X(2).
       01  FS-DISCIPLINAS PIC X(2).
       01  FS-OPERADORES PIC X(2).
       01  FS-PROFESSORES PIC X(2).
       01  FS-HORARIOS PIC X(2).
       01  FS-FECHAMENTOS PIC X(2).
       01  FIM-HORARIOS PIC X.
       01  FIM-NOTAS PIC X.
       01  MATRICULA-PESQUISA PIC 9(6).
       01  DISCIPLINA-PESQUISA PIC X(3).
       01  OPCAO PIC 9 VALUE 0.
      *----Sign-on do professor contra o cadastro OPERADORES, como no
      *----MenuPrincipal; o professor sai do PROFESSORES
       01  OPERADOR-SESSAO PIC X(10).
       01  SENHA-DIGITADA PIC X(8).
       01  RETORNO-AUTENTICACAO PIC 9(2).
       01  PROGRAMA-SIGNON PIC X(20) VALUE 'NOTASMANUTENCAO'.
       01  SIGNON-OK PIC X VALUE 'N'.
       01  PROFESSOR-SESSAO PIC 9(3).
      *----S: a grade da turma do aluno da a disciplina ao professor
       01  PROFESSOR-DA-TURMA PIC X.
      *----S: a turma do aluno esta com o periodo fechado
       01  TURMA-FECHADA PIC X.
       PROCEDURE DIVISION.
           PERFORM 0100-SIGN-ON
           IF SIGNON-OK = 'N'
               DISPLAY 'Operador nao habilitado, sessao encerrada'
               GOBACK
           END-IF
           OPEN I-O NOTAS
           OPEN INPUT ALUNOS
           OPEN INPUT DISCIPLINAS
           OPEN INPUT HORARIOS
           OPEN INPUT FECHAMENTOS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'NOTASMANUTENCAO' TO AUDIT-PROGRAMA
           MOVE OPERADOR-SESSAO TO AUDIT-OPERADOR
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar as notas de um aluno'
               DISPLAY '2 - Lancar ou alterar nota'
           CLOSE NOTAS
           CLOSE ALUNOS
           CLOSE DISCIPLINAS
           CLOSE HORARIOS
           CLOSE FECHAMENTOS
           CLOSE AUDIT-JOURNAL
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

       1000-LISTAR-ALUNO.
           DISPLAY 'Matricula: '
           ACCEPT MATRICULA-PESQUISA
               INVALID KEY
                   DISPLAY 'Matricula nao cadastrada'
               NOT INVALID KEY
                   PERFORM 2170-CONFERIR-FECHAMENTO
                   IF NOT MAT-ATIVO
                       DISPLAY 'Matricula inativa, nota nao lancada'
                   ELSE
                       IF TURMA-FECHADA = 'S'
                           PERFORM 2180-AVISAR-FECHAMENTO
                       ELSE
                           PERFORM 2100-VALIDAR-DISCIPLINA
                       END-IF
                   END-IF
           END-READ.

               INVALID KEY
                   DISPLAY 'Disciplina fora do catalogo'
               NOT INVALID KEY
                   PERFORM 2150-CONFERIR-GRADE
                   IF PROFESSOR-DA-TURMA = 'S'
                       PERFORM 2200-GRAVAR-NOTA
                   ELSE
                       DISPLAY 'Disciplina ' DISCIPLINA-PESQUISA
                           ' da turma ' MAT-TURMA
                           ' nao e sua na grade'
                   END-IF
           END-READ.

      *----Procura na grade da turma do aluno (MAT-TURMA) uma aula da
      *----disciplina com o professor da sessao
       2150-CONFERIR-GRADE.
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
                           IF HOR-DISCIPLINA = DISCIPLINA-PESQUISA
                                   AND HOR-PROFESSOR = PROFESSOR-SESSAO
                               MOVE 'S' TO PROFESSOR-DA-TURMA
                               MOVE 'S' TO FIM-HORARIOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----Trava do periodo da turma do aluno (MAT-TURMA)
       2170-CONFERIR-FECHAMENTO.
           MOVE 'N' TO TURMA-FECHADA
           MOVE MAT-TURMA TO FCH-TURMA
           READ FECHAMENTOS KEY IS FCH-TURMA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FCH-FECHADO
                       MOVE 'S' TO TURMA-FECHADA
                   END-IF
           END-READ.

       2180-AVISAR-FECHAMENTO.
           DISPLAY 'Periodo ' FCH-PERIODO '/' FCH-ANO ' da turma '
               MAT-TURMA ' fechado: correcao so por revisao de '
               'nota (NotaRevisao)'.

       2200-GRAVAR-NOTA.
           MOVE MATRICULA-PESQUISA TO NOT-MATRICULA
           MOVE DISCIPLINA-PESQUISA TO NOT-DISCIPLINA
           ACCEPT DISCIPLINA-PESQUISA
           MOVE FUNCTION UPPER-CASE(DISCIPLINA-PESQUISA)
               TO DISCIPLINA-PESQUISA
           MOVE MATRICULA-PESQUISA TO MAT-MATRICULA
           READ ALUNOS KEY IS MAT-MATRICULA
               INVALID KEY
                   MOVE SPACES TO MAT-TURMA
           END-READ
           PERFORM 2150-CONFERIR-GRADE
           PERFORM 2170-CONFERIR-FECHAMENTO
           MOVE MATRICULA-PESQUISA TO NOT-MATRICULA
           MOVE DISCIPLINA-PESQUISA TO NOT-DISCIPLINA
           READ NOTAS KEY IS NOT-CHAVE
               INVALID KEY
                   DISPLAY 'Nota nao encontrada'
               NOT INVALID KEY
                   IF PROFESSOR-DA-TURMA NOT = 'S'
                       DISPLAY 'Disciplina da turma do aluno nao e '
                           'sua na grade'
                   ELSE
                       IF TURMA-FECHADA = 'S'
                           PERFORM 2180-AVISAR-FECHAMENTO
                       ELSE
                           MOVE NOT-NOTA TO AUDIT-VALOR-ANTES
                           DELETE NOTAS RECORD
                           MOVE 'EXCLUSAO-NOTA' TO AUDIT-ACAO
                           MOVE SPACES TO AUDIT-VALOR-DEPOIS
                           PERFORM 9900-GRAVAR-AUDITORIA
                           DISPLAY 'Nota excluida'
                       END-IF
                   END-IF
           END-READ.

       COPY GravarAuditoria.
