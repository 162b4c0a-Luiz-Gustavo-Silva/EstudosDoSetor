      *----Preencha RUN-PROGRAMA/RUN-EVENTO/RUN-LIDOS/RUN-GRAVADOS/
      *----RUN-REJEITADOS/RUN-FINAL antes do PERFORM; o timestamp e
      *----carimbado aqui.
      *----Hora gravada como HHMMSS pelo relogio completo do sistema,
      *----para a duracao de cada rodada poder ser calculada a partir
      *----do par inicio/fim (RodadaBaseline, RodadaTendencia)
       9800-GRAVAR-RUN-CONTROLE.
           ACCEPT RUN-DATA FROM DATE YYYYMMDD
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-HORA
           WRITE REG-RUN-CONTROLE.
