      *----Layout do cadastro de veiculos VEICMST, chaveado pela placa:
      *----modelo, dono (visitante, funcionario ou fornecedor) e a
      *----lista de placas banidas no mesmo desenho do VISITMST. O
      *----VeiculoControle consulta este master no portao.
       01  REG-VEICULO.
           03 VEI-PLACA PIC X(7).
           03 VEI-MODELO PIC X(20).
           03 VEI-TIPO-DONO PIC X(1).
               88 VEI-DONO-VISITANTE VALUE 'V'.
               88 VEI-DONO-FUNCIONARIO VALUE 'F'.
               88 VEI-DONO-FORNECEDOR VALUE 'S'.
               88 VEI-TIPO-DONO-VALIDO VALUE 'V' 'F' 'S'.
      *----Documento do dono; no visitante e o VIS-DOCUMENTO
           03 VEI-DONO-DOCUMENTO PIC 9(11).
           03 VEI-DONO-NOME PIC X(30).
           03 VEI-STATUS PIC X(1).
               88 VEI-NORMAL VALUE 'N'.
               88 VEI-BANIDO VALUE 'B'.
           03 VEI-MOTIVO-BAN PIC X(30).
      *----AAAAMMDD do fim do banimento; zeros = sem prazo
           03 VEI-BAN-EXPIRA PIC 9(8).
