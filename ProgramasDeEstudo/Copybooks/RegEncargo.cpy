      *----Layout do registro do arquivo ENCARGOS de encargos de
      *----atraso ja lancados no debito da conta, um por conta,
      *----compartilhado pelo EncargosPosta (lancamento de fim de
      *----mes), PagamentosPosta (estorno do encargo perdoado na
      *----quitacao com desconto), ContasAtraso e NegociacaoMesa
      *----(que tiram o ja lancado da base dos juros, para o encargo
      *----nao correr sobre ele mesmo).
       01  REG-ENCARGO.
           03 ENC-CTA-ID PIC 9(6).
      *----Data base do ciclo de atraso (vencimento efetivo de onde
      *----a correcao e os juros correm); data base nova abre ciclo
      *----novo e zera os valores do ciclo
           03 ENC-DATA-BASE PIC 9(8).
      *----Lancado no ciclo, liquido dos estornos
           03 ENC-CORRECAO-CICLO PIC 9(7)V9(2).
           03 ENC-JUROS-CICLO PIC 9(7)V9(2).
      *----Tudo o que ja foi lancado no CTA-DEBITO por encargo, de
      *----todos os ciclos, liquido dos estornos
           03 ENC-TOTAL-LANCADO PIC 9(9)V9(2).
      *----AAAAMM do ultimo lancamento: o mesmo mes nao lanca duas
      *----vezes
           03 ENC-ULTIMO-MES PIC 9(6).
           03 ENC-DATA-ATUALIZACAO PIC 9(8).
