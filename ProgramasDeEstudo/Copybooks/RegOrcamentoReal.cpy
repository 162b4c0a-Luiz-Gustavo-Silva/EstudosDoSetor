      *----Layout do realizado por origem ORCREAL, na mesma chave do
      *----orcamento (origem, tipo de operacao, ano e mes): quantidade
      *----de contas e total dos resultados, acumulados dia a dia pelo
      *----OrcamentoRealPosta a partir do CALCOUT e do CALCSALDO.
       01  REG-ORCAMENTO-REAL.
           03 ORR-CHAVE.
               05 ORR-ORIGEM PIC X(3).
               05 ORR-TIPO PIC X(1).
               05 ORR-ANO PIC 9(4).
               05 ORR-MES PIC 9(2).
           03 ORR-QTD PIC 9(7).
           03 ORR-VALOR-REAL PIC S9(15)V99.
      *----Ultima data de negocio postada nesta chave
           03 ORR-DATA-POSTAGEM PIC 9(8).
