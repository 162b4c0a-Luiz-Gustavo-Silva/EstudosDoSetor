      *----Layout da tabela de sucessao de turmas TURMASUC: para cada
      *----turma do ALUNOS, a turma em que o aluno aprovado entra no
      *----ano seguinte, ou a marca de ultima serie, em que o aluno
      *----aprovado conclui o curso e sai do cadastro ativo.
       01  REG-TURMA-SUCESSAO.
           03 SUC-TURMA PIC X(6).
           03 SUC-PROXIMA PIC X(6).
           03 SUC-ULTIMA PIC X(1).
               88 SUC-ULTIMA-SERIE VALUE 'S'.
