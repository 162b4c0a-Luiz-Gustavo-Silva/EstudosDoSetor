      *----Layout do arquivo PAGREVIS de pagamentos retidos por
      *----suspeita de duplicidade entre canais: mesma conta, mesmo
      *----valor e datas proximas de outro pagamento de canal
      *----diferente. O PagamentosDuplicidade (sobre o PAGTOS) e o
      *----CnabRetorno (sobre a liquidacao de boleto) gravam em
      *----EXTEND; a mesa do PagamentosRevisao decide cada item e
      *----regrava o arquivo no PAGREVISNEW, que o JCL troca.
       01  REG-PAG-REVISAO.
           03 REV-CTA-ID PIC 9(6).
           03 FILLER PIC X(2).
           03 REV-DATA PIC 9(8).
           03 FILLER PIC X(2).
           03 REV-VALOR PIC 9(7)V9(2).
           03 FILLER PIC X(2).
      *----Canal do pagamento retido: o PAG-CANAL do PAGTOS, ou B
      *----para a liquidacao de boleto do retorno CNAB
           03 REV-CANAL PIC X(1).
           03 FILLER PIC X(2).
      *----Canal do pagamento com que ele bateu; A e pagamento ja
      *----baixado na conta pelo PagamentosPosta (linha PG do razao)
           03 REV-CANAL-PAR PIC X(1).
           03 FILLER PIC X(2).
           03 REV-DATA-PAR PIC 9(8).
           03 FILLER PIC X(2).
      *----Nosso numero do boleto retido; em branco nos demais
           03 REV-REFERENCIA PIC X(20).
           03 FILLER PIC X(2).
      *----L lancado na conta, R marcado para restituicao, T
      *----aplicado em outra conta, todos pela mesa de revisao
           03 REV-STATUS PIC X(1).
               88 REV-ABERTO VALUE 'A'.
               88 REV-LANCADO VALUE 'L'.
               88 REV-RESTITUIR VALUE 'R'.
               88 REV-REAPONTADO VALUE 'T'.
           03 FILLER PIC X(2).
           03 REV-DATA-RETENCAO PIC 9(8).
