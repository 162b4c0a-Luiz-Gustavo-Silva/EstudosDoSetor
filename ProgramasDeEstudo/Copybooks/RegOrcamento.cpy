      *----Layout do orcamento departamental ORCAMENTO, mantido pela
      *----controladoria: valor previsto por origem (o mesmo codigo de
      *----departamento do ENT-ORIGEM do CALCIN), tipo de operacao e
      *----mes. O tipo e a OPCAO da Calculadora ('1' a '9') para o
      *----movimento do CALCOUT, ou 'S' soma / 'D' divisao para as
      *----contas do CALCSALDO do CalculosAritBatch.
       01  REG-ORCAMENTO.
           03 ORC-CHAVE.
               05 ORC-ORIGEM PIC X(3).
               05 ORC-TIPO PIC X(1).
               05 ORC-ANO PIC 9(4).
               05 ORC-MES PIC 9(2).
           03 ORC-VALOR-PREVISTO PIC S9(13)V99.
