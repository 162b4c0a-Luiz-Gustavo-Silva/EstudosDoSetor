      *----Layout do arquivo BANCOCTA: a conta a receber que a
      *----tesouraria mandou cobrar sempre por um banco, acima da
      *----regra de faixa do cadastro BANCOS.
       01  REG-BANCO-CONTA.
           03 BCC-CTA-ID PIC 9(6).
           03 BCC-BANCO PIC 9(3).
           03 BCC-DATA-INCLUSAO PIC 9(8).
