      *----Layout do catalogo EXAMES dos exames laboratoriais que a
      *----clinica pede ao laboratorio parceiro: nome, unidade do
      *----resultado e a faixa de referencia - resultado fora dela vai
      *----para a lista de revisao do clinico.
       01  REG-EXAME.
           03 EXM-CODIGO PIC X(6).
           03 EXM-NOME PIC X(30).
           03 EXM-UNIDADE PIC X(10).
           03 EXM-REF-MINIMA PIC 9(5)V9(2).
           03 EXM-REF-MAXIMA PIC 9(5)V9(2).
           03 EXM-STATUS PIC X(1).
               88 EXM-ATIVO VALUE 'A'.
               88 EXM-INATIVO VALUE 'I'.
