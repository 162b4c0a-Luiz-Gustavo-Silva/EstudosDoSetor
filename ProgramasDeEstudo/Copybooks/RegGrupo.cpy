      *----Layout do arquivo GRUPOS dos programas em grupo da clinica
      *----(reeducacao alimentar e afins): capacidade, profissional
      *----facilitador do cadastro PROFISSIONAIS e o calendario das
      *----sessoes semanais, gerado no GrupoManutencao a partir da
      *----primeira data e remarcavel sessao a sessao.
       01  REG-GRUPO.
           03 GRP-CODIGO PIC 9(4).
           03 GRP-NOME PIC X(30).
           03 GRP-FACILITADOR PIC 9(3).
           03 GRP-CAPACIDADE PIC 9(3).
      *----Inscritos ativos (situacao I); a fila de espera fica fora
           03 GRP-QTD-INSCRITOS PIC 9(3).
           03 GRP-HORA PIC 9(4).
           03 GRP-QTD-SESSOES PIC 9(2).
           03 GRP-SESSAO-DATA PIC 9(8) OCCURS 12 TIMES.
           03 GRP-STATUS PIC X(1).
               88 GRP-ABERTO VALUE 'A'.
               88 GRP-CONCLUIDO VALUE 'C'.
               88 GRP-CANCELADO VALUE 'X'.
