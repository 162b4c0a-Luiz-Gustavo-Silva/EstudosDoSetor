      *----Layout do arquivo COLOCACOES, uma linha por colocacao de
      *----conta em assessoria externa, chaveado pela conta e pelo
      *----dia do envio: a conta so tem uma colocacao ativa de cada
      *----vez, mas a recolhida fica no arquivo com a data e o motivo,
      *----para a comissao do mes enxergar a janela inteira e o envio
      *----nao mandar a conta de novo para quem ja a teve.
       01  REG-COLOCACAO.
           03 PLC-CHAVE.
               05 PLC-CTA-ID PIC 9(6).
               05 PLC-DATA-ENVIO PIC 9(8).
           03 PLC-ASSESSORIA PIC 9(3).
           03 PLC-CLIENTE PIC 9(6).
           03 PLC-FAIXA PIC 9(1).
           03 PLC-VALOR-ENVIADO PIC 9(7)V9(2).
           03 PLC-DATA-EXPIRA PIC 9(8).
      *----Dia em que a assessoria informou acordo com o devedor;
      *----zero quando nao informou
           03 PLC-DATA-ACORDO-EXT PIC 9(8).
           03 PLC-STATUS PIC X(1).
               88 PLC-ATIVA VALUE 'A'.
               88 PLC-RECOLHIDA VALUE 'R'.
           03 PLC-DATA-RECOLHA PIC 9(8).
      *----EX prazo expirado, PD pagamento direto, AC acordo na mesa
           03 PLC-MOTIVO-RECOLHA PIC X(2).
               88 PLC-RECOLHA-EXPIRADA VALUE 'EX'.
               88 PLC-RECOLHA-PAGTO-DIRETO VALUE 'PD'.
               88 PLC-RECOLHA-ACORDO-MESA VALUE 'AC'.
