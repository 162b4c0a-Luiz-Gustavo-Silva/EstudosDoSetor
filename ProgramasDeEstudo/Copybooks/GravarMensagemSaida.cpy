      *----Grava uma mensagem na fila unica MSGSAIDA. Preencha
      *----MSG-PROGRAMA, o destinatario, MSG-CANAL, MSG-MODELO,
      *----MSG-FINALIDADE e as MSG-VARIAVEL antes do PERFORM.
       9810-GRAVAR-MENSAGEM-SAIDA.
           ACCEPT MSG-DATA FROM DATE YYYYMMDD
           WRITE REG-MENSAGEM-SAIDA.
