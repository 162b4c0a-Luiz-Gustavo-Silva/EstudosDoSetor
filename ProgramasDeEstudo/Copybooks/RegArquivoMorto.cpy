      *----Layout do arquivo morto dos masters (ARQMORTO), gravado
      *----pelo MestresArquiva e lido pelo MestresResgata. Cada
      *----registro expurgado de um master viaja inteiro como imagem,
      *----marcado com o master de origem, a data do arquivamento e
      *----o titular (cliente ou paciente) a que pertence, que e a
      *----chave da busca no resgate. Cada master fecha a sua parte
      *----da geracao com um trailer 'T' de contagem e total de
      *----controle (soma dos numeros de titular), no molde do
      *----BackupMestres.
       01  REG-ARQUIVO-MORTO.
      *----D-registro arquivado; T-trailer do master
           03 ARM-TIPO PIC X(1).
      *----Nome DD do master de origem (ACORDOS, BOLETOS, ACCOUNTS,
      *----AGENDA, IMCHIST)
           03 ARM-MASTER PIC X(8).
           03 ARM-DATA-ARQUIVO PIC 9(8).
      *----C-cliente, P-paciente; zeros no numero quando o registro
      *----ja nao tinha titular localizavel
           03 ARM-TITULAR-TIPO PIC X(1).
           03 ARM-TITULAR PIC 9(6).
           03 ARM-IMAGEM PIC X(100).
           03 ARM-TRAILER REDEFINES ARM-IMAGEM.
               05 ARM-QTD PIC 9(9).
               05 ARM-TOTAL PIC 9(12).
               05 FILLER PIC X(79).
