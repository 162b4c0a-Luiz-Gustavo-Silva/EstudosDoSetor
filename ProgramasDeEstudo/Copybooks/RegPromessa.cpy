      *----Layout do arquivo PROMESSAS de promessas de pagamento
      *----tomadas pela equipe de telefone na fila de cobranca,
      *----chaveado pela conta e pelo dia em que a promessa foi
      *----feita. O PromessaConfere soma nela os pagamentos do PAGTOS
      *----e, passado o dia prometido sem o valor, da a promessa por
      *----quebrada; a fila do dia seguinte poe a conta no topo, uma
      *----vez so (PMS-REFILADA).
       01  REG-PROMESSA.
           03 PMS-CHAVE.
               05 PMS-CTA-ID PIC 9(6).
               05 PMS-DATA-REGISTRO PIC 9(8).
           03 PMS-CLIENTE PIC 9(6).
           03 PMS-DATA-PROMESSA PIC 9(8).
           03 PMS-VALOR PIC 9(7)V9(2).
           03 PMS-VALOR-PAGO PIC 9(7)V9(2).
           03 PMS-OPERADOR PIC X(10).
      *----S substituida por promessa mais nova da mesma conta
           03 PMS-STATUS PIC X(1).
               88 PMS-ABERTA VALUE 'A'.
               88 PMS-CUMPRIDA VALUE 'C'.
               88 PMS-QUEBRADA VALUE 'Q'.
               88 PMS-SUBSTITUIDA VALUE 'S'.
           03 PMS-DATA-APURACAO PIC 9(8).
           03 PMS-REFILADA PIC X(1).
