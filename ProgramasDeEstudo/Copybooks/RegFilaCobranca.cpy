      *----Layout do arquivo FILACOB, a fila de ligacoes do dia da
      *----equipe de telefone, montada toda manha pelo
      *----FilaCobrancaGera e trabalhada no FilaAtendimento. A chave
      *----e o operador e a ordem de prioridade dentro da fila dele;
      *----o resultado fica em branco ate a ligacao ser feita.
       01  REG-FILA-COBRANCA.
           03 FLC-CHAVE.
               05 FLC-OPERADOR PIC X(10).
               05 FLC-ORDEM PIC 9(4).
           03 FLC-DATA-FILA PIC 9(8).
           03 FLC-CTA-ID PIC 9(6).
           03 FLC-CLIENTE PIC 9(6).
           03 FLC-NOME PIC X(30).
           03 FLC-TELEFONE PIC X(40).
           03 FLC-FAIXA PIC 9(1).
           03 FLC-VALOR PIC 9(7)V9(2).
           03 FLC-SCORE PIC 9(3).
      *----S quando a conta volta a fila por promessa quebrada
           03 FLC-PROMESSA-QUEBRADA PIC X(1).
      *----NA nao atende, NE numero errado, PP promessa de pagamento,
      *----RC recusa
           03 FLC-RESULTADO PIC X(2).
               88 FLC-PENDENTE VALUE SPACES.
               88 FLC-NAO-ATENDE VALUE 'NA'.
               88 FLC-NUMERO-ERRADO VALUE 'NE'.
               88 FLC-PROMETEU VALUE 'PP'.
               88 FLC-RECUSOU VALUE 'RC'.
