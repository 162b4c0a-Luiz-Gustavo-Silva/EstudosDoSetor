      *----Linha do log de veiculos VEICLOG, uma por evento de portao
      *----(entrada permitida, recusa ou saida), gravada pelo
      *----VeiculoControle e varrida pelo PortariaFecha. A decisao
      *----comeca por ENTRADA PERMITIDA ou SAIDA REGISTRADA, como no
      *----ENTRYLOG dos visitantes.
       01  REG-LOG-VEICULO.
           03 LGV-DATA-HORA PIC X(15).
           03 FILLER PIC X(2).
           03 LGV-PLACA PIC X(7).
           03 FILLER PIC X(2).
           03 LGV-MODELO PIC X(20).
           03 FILLER PIC X(2).
           03 LGV-TIPO-DONO PIC X(1).
           03 FILLER PIC X(2).
           03 LGV-DONO-NOME PIC X(30).
           03 FILLER PIC X(2).
           03 LGV-DECISAO PIC X(50).
           03 FILLER PIC X(2).
           03 LGV-PORTAO PIC 9(2).
