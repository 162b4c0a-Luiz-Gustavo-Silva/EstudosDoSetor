      *----Layout do cadastro PROFESSORES, compartilhado por todos os
      *----abridores do arquivo fisico (ProfessorManutencao,
      *----HorarioManutencao, NotasManutencao, FrequenciaRegistro):
      *----o professor entra no sistema pelo seu operador do cadastro
      *----OPERADORES, chave alternativa unica, e e por ela que o
      *----lancamento de notas e a chamada acham quem esta digitando.
       01  REG-PROFESSOR.
           03 PRF-ID PIC 9(3).
           03 PRF-NOME PIC X(30).
           03 PRF-OPERADOR PIC X(10).
           03 PRF-STATUS PIC X(1).
               88 PRF-ATIVO VALUE 'A'.
               88 PRF-INATIVO VALUE 'I'.
