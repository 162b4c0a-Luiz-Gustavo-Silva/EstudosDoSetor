      *----Layout do cadastro BANCOS dos bancos cobradores, mantido
      *----pelo BancoManutencao e lido pela remessa e pelo retorno
      *----CNAB: a carteira e a conta de cobranca de cada banco, o
      *----layout CNAB que ele fala, as faixas de atraso que ele
      *----recebe e a faixa propria de nosso numero, com o ultimo
      *----numero ja usado - as faixas de bancos diferentes nunca se
      *----cruzam, entao o nosso numero continua chave unica do
      *----BOLETOS.
       01  REG-BANCO-COBRANCA.
           03 BCO-CODIGO PIC 9(3).
           03 BCO-NOME PIC X(20).
      *----1 layout CNAB 400 do banco original (CNABREM/CNABRET),
      *----2 layout do segundo banco (CNABREM2/CNABRET2)
           03 BCO-LAYOUT PIC 9(1).
               88 BCO-LAYOUT-ORIGINAL VALUE 1.
               88 BCO-LAYOUT-SEGUNDO VALUE 2.
           03 BCO-CARTEIRA PIC X(3).
           03 BCO-AGENCIA PIC 9(4).
           03 BCO-CONTA PIC X(12).
      *----Faixas de atraso (1 a 4) cobradas por este banco quando a
      *----conta nao tem banco proprio no BANCOCTA
           03 BCO-FAIXA-DE PIC 9(1).
           03 BCO-FAIXA-ATE PIC 9(1).
           03 BCO-NOSSO-INICIO PIC 9(11).
           03 BCO-NOSSO-FIM PIC 9(11).
           03 BCO-NOSSO-ULTIMO PIC 9(11).
           03 BCO-SITUACAO PIC X(1).
               88 BCO-ATIVO VALUE 'A'.
               88 BCO-INATIVO VALUE 'I'.
