      *----abridores do arquivo fisico (CnabRemessa, CnabRetorno,
      *----BoletoPosicao): e ele que liga a remessa ao retorno e
      *----responde quais boletos estao registrados no banco agora.
      *----BOL-BANCO diz por qual banco do cadastro BANCOS o boleto
      *----foi emitido.
       01  REG-BOLETO.
           03 BOL-NUMERO PIC 9(11).
           03 BOL-CTA-ID PIC 9(6).
               88 BOL-PAGO VALUE 'P'.
               88 BOL-REJEITADO VALUE 'J'.
               88 BOL-EXPIRADO VALUE 'X'.
           03 BOL-BANCO PIC 9(3).
