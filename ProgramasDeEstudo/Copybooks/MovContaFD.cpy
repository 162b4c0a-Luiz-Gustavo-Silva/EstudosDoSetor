      *----Layout comum do razao de movimentos MOVCONTA. Preencha
      *----MVC-CTA-ID/MVC-DATA/MVC-PROGRAMA/MVC-TIPO/MVC-NATUREZA/
      *----MVC-VALOR/MVC-REFERENCIA e de PERFORM 9750-GRAVAR-MOV-
      *----CONTA (copybook GravarMovConta): a sequencia do dia, a
      *----data e a hora do lancamento sao carimbadas la.
       FD  MOV-CONTA.
       01  REG-MOV-CONTA.
           03 MVC-CHAVE.
               05 MVC-CTA-ID PIC 9(6).
               05 MVC-DATA PIC 9(8).
               05 MVC-SEQ PIC 9(4).
      *----MVC-DATA e a data do evento (pagamento, vencimento,
      *----estorno...), que pode ser de outro dia; a data e a hora
      *----em que o lancamento entrou no razao vem do relogio
           03 MVC-DATA-LANCAMENTO PIC 9(8).
           03 MVC-HORA PIC 9(6).
           03 MVC-PROGRAMA PIC X(20).
      *----FT-fatura de contrato, VS-fatura de visita, PG-pagamento,
      *----BL-boleto liquidado, BP-baixa de perda, AB-saldo de
      *----abertura da conversao, AJ-ajuste de conferencia, DS-
      *----desconto negociado concedido na quitacao, CP-custas de
      *----protesto cobradas do cliente, EN-encargos de atraso
      *----(correcao e juros) lancados no fim do mes, EE-estorno de
      *----encargo lancado e perdoado na quitacao com desconto
           03 MVC-TIPO PIC X(2).
               88 MVC-FATURA VALUE 'FT'.
               88 MVC-FATURA-VISITA VALUE 'VS'.
               88 MVC-PAGAMENTO VALUE 'PG'.
               88 MVC-BOLETO VALUE 'BL'.
               88 MVC-BAIXA-PERDA VALUE 'BP'.
               88 MVC-ABERTURA VALUE 'AB'.
               88 MVC-AJUSTE VALUE 'AJ'.
               88 MVC-ESTORNO VALUE 'ES'.
               88 MVC-DESCONTO VALUE 'DS'.
               88 MVC-CUSTAS VALUE 'CP'.
               88 MVC-ENCARGOS VALUE 'EN'.
               88 MVC-ESTORNO-ENCARGOS VALUE 'EE'.
      *----D soma no CTA-DEBITO, C soma no CTA-CREDITO
           03 MVC-NATUREZA PIC X(1).
               88 MVC-DEBITO VALUE 'D'.
               88 MVC-CREDITO VALUE 'C'.
           03 MVC-VALOR PIC 9(7)V9(2).
      *----Documento que originou o lancamento: contrato, visita,
      *----nosso numero, data do pagamento...
           03 MVC-REFERENCIA PIC X(20).
