      *----Layout da grade semanal HORARIOS, um registro por turma do
      *----ALUNOS, dia da semana e periodo: a disciplina do catalogo
      *----DISCIPLINAS, o professor do PROFESSORES e a sala. O dia
      *----segue o DataUtil.cbl (1 segunda ate 6 sabado). E a grade
      *----que diz quem pode lancar nota e chamada de cada turma.
       01  REG-HORARIO.
           03 HOR-CHAVE.
               05 HOR-TURMA PIC X(6).
               05 HOR-DIA-SEMANA PIC 9(1).
               05 HOR-PERIODO PIC 9(1).
           03 HOR-DISCIPLINA PIC X(3).
           03 HOR-PROFESSOR PIC 9(3).
           03 HOR-SALA PIC X(6).
