      *----Layout do arquivo PRMSIMUL de simulacoes de impacto das
      *----mudancas de parametro: mesma chave do pedido no PRMPEND.
      *----O ParametroSimula preenche os indicadores (rodando o
      *----calculo contra os mestres do dia com o valor em vigor e
      *----com o valor pedido) e o ParametroAprova guarda o registro
      *----com a decisao e o aprovador, junto da aprovacao.
       01  REG-SIMULACAO.
           03 SIM-CHAVE.
               05 SIM-PROGRAMA PIC X(12).
               05 SIM-NOME PIC X(12).
               05 SIM-DATA-EFETIVA PIC 9(8).
      *----Valor em vigor na data da simulacao e valor pedido
           03 SIM-VALOR-ATUAL PIC X(20).
           03 SIM-VALOR-NOVO PIC X(20).
           03 SIM-DATA PIC 9(8).
      *----S-simulado, N-parametro sem simulacao de impacto
           03 SIM-SITUACAO PIC X(1).
               88 SIM-SIMULADO VALUE 'S'.
               88 SIM-SEM-SIMULACAO VALUE 'N'.
           03 SIM-QTD-INDICADORES PIC 9(1).
           03 SIM-INDICADOR OCCURS 3 TIMES.
               05 SIM-DESCRICAO PIC X(24).
               05 SIM-RESULTADO-ATUAL PIC S9(11)V9(2).
               05 SIM-RESULTADO-NOVO PIC S9(11)V9(2).
      *----Preenchidos na decisao: A-aprovado, R-recusado
           03 SIM-DECISAO PIC X(1).
           03 SIM-APROVADOR PIC X(10).
           03 SIM-DATA-DECISAO PIC 9(8).
