      *----Layout do cadastro ASSESSORIAS de assessorias de cobranca
      *----externa, mantido pelo AssessoriaManutencao e lido pelo
      *----envio, pelo retorno e pela comissao: alem do contrato
      *----(comissao e prazo da colocacao) o registro traz a regra de
      *----colocacao da assessoria - faixa minima, faixa de valor e o
      *----score maximo do SEGMENTOS que ela aceita.
       01  REG-ASSESSORIA.
           03 ASS-CODIGO PIC 9(3).
           03 ASS-NOME PIC X(30).
           03 ASS-COMISSAO-PCT PIC 9(2)V9(2).
           03 ASS-PRAZO-DIAS PIC 9(3).
           03 ASS-FAIXA-MINIMA PIC 9(1).
           03 ASS-VALOR-MINIMO PIC 9(7)V9(2).
           03 ASS-VALOR-MAXIMO PIC 9(7)V9(2).
           03 ASS-SCORE-MAXIMO PIC 9(3).
           03 ASS-SITUACAO PIC X(1).
               88 ASS-ATIVA VALUE 'A'.
               88 ASS-SUSPENSA VALUE 'S'.
