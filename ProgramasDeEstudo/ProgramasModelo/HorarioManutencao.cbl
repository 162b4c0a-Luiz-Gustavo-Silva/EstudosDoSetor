      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Manutencao da grade semanal HORARIOS: para cada turma
      *          do ALUNOS, dia da semana (1 segunda ate 6 sabado) e
      *          periodo, a disciplina do catalogo DISCIPLINAS, o
      *          professor ativo do PROFESSORES e a sala. Antes de
      *          gravar, a grade inteira e conferida no mesmo dia e
      *          periodo: professor ou sala ja ocupados por outra turma
      *          recusam a aula. A grade e o que libera o lancamento de
      *          notas (NotasManutencao) e a chamada
      *          (FrequenciaRegistro) ao professor da turma e
      *          disciplina. Mudancas journaladas pelo copybook
      *          compartilhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HorarioManutencao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HORARIOS ASSIGN TO "HORARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS FS-HORARIOS.
           SELECT OPTIONAL PROFESSORES ASSIGN TO "PROFESSORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-ID
               ALTERNATE RECORD KEY IS PRF-OPERADOR
               FILE STATUS IS FS-PROFESSORES.
           SELECT OPTIONAL DISCIPLINAS ASSIGN TO "DISCIPLINAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS FS-DISCIPLINAS.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  HORARIOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegHorario.
       FD  PROFESSORES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegProfessor.
       FD  DISCIPLINAS.
      *----Mesmo layout mantido pelo DisciplinaManutencao.cbl
       01  REG-DISCIPLINA.
           03 DIS-CODIGO PIC X(3).
           03 DIS-NOME PIC X(20).
           03 DIS-PESO-PADRAO PIC 9(1).
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-HORARIOS PIC X(2).
       01  FS-PROFESSORES PIC X(2).
       01  FS-DISCIPLINAS PIC X(2).
       01  FIM-HORARIOS PIC X.
       01  OPCAO PIC 9 VALUE 0.
      *----Aula em digitacao, guardada fora da area do arquivo porque
      *----a conferencia de choque le a grade inteira
       01  HORARIO-NOVO.
           03 HN-CHAVE.
               05 HN-TURMA PIC X(6).
               05 HN-DIA-SEMANA PIC 9(1).
               05 HN-PERIODO PIC 9(1).
           03 HN-DISCIPLINA PIC X(3).
           03 HN-PROFESSOR PIC 9(3).
           03 HN-SALA PIC X(6).
       01  HORARIO-VALIDO PIC X.
       01  TURMA-PESQUISA PIC X(6).
       01  PROFESSOR-PESQUISA PIC 9(3).
       01  RESPOSTA PIC X(3).
       01  TAB-DIAS-SEMANA.
           03 FILLER PIC X(3) VALUE 'SEG'.
           03 FILLER PIC X(3) VALUE 'TER'.
           03 FILLER PIC X(3) VALUE 'QUA'.
           03 FILLER PIC X(3) VALUE 'QUI'.
           03 FILLER PIC X(3) VALUE 'SEX'.
           03 FILLER PIC X(3) VALUE 'SAB'.
       01  TAB-DIAS-R REDEFINES TAB-DIAS-SEMANA.
           03 DIA-ROTULO PIC X(3) OCCURS 6 TIMES.
       PROCEDURE DIVISION.
           OPEN I-O HORARIOS
           OPEN INPUT PROFESSORES
           OPEN INPUT DISCIPLINAS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'HORARIOMANUTENCAO' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Grade da turma'
               DISPLAY '2 - Incluir / alterar aula'
               DISPLAY '3 - Excluir aula'
               DISPLAY '4 - Grade do professor'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-GRADE-TURMA
                   WHEN 2
                       PERFORM 2000-MANTER-AULA
                   WHEN 3
                       PERFORM 3000-EXCLUIR-AULA
                   WHEN 4
                       PERFORM 4000-GRADE-PROFESSOR
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE HORARIOS
           CLOSE PROFESSORES
           CLOSE DISCIPLINAS
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-GRADE-TURMA.
           DISPLAY 'Turma: '
           ACCEPT TURMA-PESQUISA
           INSPECT TURMA-PESQUISA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 'N' TO FIM-HORARIOS
           MOVE TURMA-PESQUISA TO HOR-TURMA
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
                       IF HOR-TURMA = TURMA-PESQUISA
                           PERFORM 1100-MOSTRAR-AULA
                       ELSE
                           MOVE 'S' TO FIM-HORARIOS
                       END-IF
               END-READ
           END-PERFORM.

       1100-MOSTRAR-AULA.
           DISPLAY HOR-TURMA ' ' DIA-ROTULO(HOR-DIA-SEMANA) ' '
               HOR-PERIODO 'o PERIODO ' HOR-DISCIPLINA
               ' PROFESSOR ' HOR-PROFESSOR ' SALA ' HOR-SALA.

       2000-MANTER-AULA.
           PERFORM 2100-DIGITAR-AULA
           IF HORARIO-VALIDO = 'S'
               PERFORM 2200-CONFERIR-CHOQUE
           END-IF
           IF HORARIO-VALIDO = 'S'
               MOVE HN-CHAVE TO HOR-CHAVE
               READ HORARIOS KEY IS HOR-CHAVE
                   INVALID KEY
                       MOVE HORARIO-NOVO TO REG-HORARIO
                       WRITE REG-HORARIO
                       MOVE 'INCLUSAO-AULA' TO AUDIT-ACAO
                       MOVE SPACES TO AUDIT-VALOR-ANTES
                       PERFORM 2300-AUDITAR-AULA
                       DISPLAY 'Aula incluida'
                   NOT INVALID KEY
                       PERFORM 2250-MONTAR-VALOR-AULA
                       MOVE AUDIT-VALOR-DEPOIS TO AUDIT-VALOR-ANTES
                       MOVE HORARIO-NOVO TO REG-HORARIO
                       REWRITE REG-HORARIO
                       MOVE 'ALTERACAO-AULA' TO AUDIT-ACAO
                       PERFORM 2300-AUDITAR-AULA
                       DISPLAY 'Aula alterada'
               END-READ
           END-IF.

       2100-DIGITAR-AULA.
           MOVE 'N' TO HORARIO-VALIDO
           MOVE SPACES TO HORARIO-NOVO
           DISPLAY 'Turma: '
           ACCEPT HN-TURMA
           DISPLAY 'Dia da semana (1 segunda ate 6 sabado): '
           ACCEPT HN-DIA-SEMANA
           DISPLAY 'Periodo (1 a 9): '
           ACCEPT HN-PERIODO
           DISPLAY 'Disciplina (codigo do catalogo): '
           ACCEPT HN-DISCIPLINA
           DISPLAY 'Professor: '
           ACCEPT HN-PROFESSOR
           DISPLAY 'Sala: '
           ACCEPT HN-SALA
           INSPECT HORARIO-NOVO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE TRUE
               WHEN HN-TURMA = SPACES
                   DISPLAY 'Turma invalida'
               WHEN HN-DIA-SEMANA = 0 OR HN-DIA-SEMANA > 6
                   DISPLAY 'Dia da semana deve ser de 1 a 6'
               WHEN HN-PERIODO = 0
                   DISPLAY 'Periodo deve ser de 1 a 9'
               WHEN OTHER
                   MOVE 'S' TO HORARIO-VALIDO
           END-EVALUATE
           IF HORARIO-VALIDO = 'S'
               MOVE HN-DISCIPLINA TO DIS-CODIGO
               READ DISCIPLINAS KEY IS DIS-CODIGO
                   INVALID KEY
                       DISPLAY 'Disciplina fora do catalogo'
                       MOVE 'N' TO HORARIO-VALIDO
               END-READ
           END-IF
           IF HORARIO-VALIDO = 'S'
               MOVE HN-PROFESSOR TO PRF-ID
               READ PROFESSORES KEY IS PRF-ID
                   INVALID KEY
                       DISPLAY 'Professor nao cadastrado'
                       MOVE 'N' TO HORARIO-VALIDO
                   NOT INVALID KEY
                       IF NOT PRF-ATIVO
                           DISPLAY 'Professor inativo'
                           MOVE 'N' TO HORARIO-VALIDO
                       END-IF
               END-READ
           END-IF.

      *----Mesmo dia e periodo em outra turma: o professor nao da
      *----duas aulas ao mesmo tempo e a sala nao recebe duas turmas
       2200-CONFERIR-CHOQUE.
           MOVE 'N' TO FIM-HORARIOS
           MOVE LOW-VALUES TO HOR-CHAVE
           START HORARIOS KEY NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-HORARIOS
           END-START
           PERFORM UNTIL FIM-HORARIOS = 'S'
               READ HORARIOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-HORARIOS
                   NOT AT END
                       IF HOR-DIA-SEMANA = HN-DIA-SEMANA AND
                               HOR-PERIODO = HN-PERIODO AND
                               HOR-TURMA NOT = HN-TURMA
                           IF HOR-PROFESSOR = HN-PROFESSOR
                               DISPLAY 'Professor ja da aula na '
                                   'turma ' HOR-TURMA
                                   ' neste dia e periodo'
                               MOVE 'N' TO HORARIO-VALIDO
                           END-IF
                           IF HOR-SALA = HN-SALA AND
                                   HN-SALA NOT = SPACES
                               DISPLAY 'Sala ja ocupada pela turma '
                                   HOR-TURMA ' neste dia e periodo'
                               MOVE 'N' TO HORARIO-VALIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2250-MONTAR-VALOR-AULA.
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING HOR-TURMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HOR-DIA-SEMANA DELIMITED BY SIZE
               HOR-PERIODO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HOR-DISCIPLINA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HOR-PROFESSOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HOR-SALA DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS.

       2300-AUDITAR-AULA.
           PERFORM 2250-MONTAR-VALOR-AULA
           PERFORM 9900-GRAVAR-AUDITORIA.

       3000-EXCLUIR-AULA.
           DISPLAY 'Turma: '
           ACCEPT HOR-TURMA
           INSPECT HOR-TURMA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'Dia da semana (1 segunda ate 6 sabado): '
           ACCEPT HOR-DIA-SEMANA
           DISPLAY 'Periodo: '
           ACCEPT HOR-PERIODO
           READ HORARIOS KEY IS HOR-CHAVE
               INVALID KEY
                   DISPLAY 'Aula nao cadastrada'
               NOT INVALID KEY
                   PERFORM 1100-MOSTRAR-AULA
                   DISPLAY 'Confirma a exclusao? SIM/NAO'
                   ACCEPT RESPOSTA
                   INSPECT RESPOSTA CONVERTING 'simnao' TO 'SIMNAO'
                   IF RESPOSTA = 'SIM'
                       PERFORM 2250-MONTAR-VALOR-AULA
                       MOVE AUDIT-VALOR-DEPOIS TO AUDIT-VALOR-ANTES
                       MOVE SPACES TO AUDIT-VALOR-DEPOIS
                       DELETE HORARIOS RECORD
                       MOVE 'EXCLUSAO-AULA' TO AUDIT-ACAO
                       PERFORM 9900-GRAVAR-AUDITORIA
                       DISPLAY 'Aula excluida'
                   END-IF
           END-READ.

       4000-GRADE-PROFESSOR.
           DISPLAY 'Professor: '
           ACCEPT PROFESSOR-PESQUISA
           MOVE 'N' TO FIM-HORARIOS
           MOVE LOW-VALUES TO HOR-CHAVE
           START HORARIOS KEY NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-HORARIOS
           END-START
           PERFORM UNTIL FIM-HORARIOS = 'S'
               READ HORARIOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-HORARIOS
                   NOT AT END
                       IF HOR-PROFESSOR = PROFESSOR-PESQUISA
                           PERFORM 1100-MOSTRAR-AULA
                       END-IF
               END-READ
           END-PERFORM.

       COPY GravarAuditoria.
       END PROGRAM HorarioManutencao.
