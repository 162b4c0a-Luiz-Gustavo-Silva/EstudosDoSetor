      *----Layout do arquivo GRUPOPRE da presenca por sessao dos
      *----programas em grupo, digitada no GrupoPresenca; a chamada
      *----redigitada regrava o registro da sessao.
       01  REG-GRUPO-PRESENCA.
           03 GPR-CHAVE.
               05 GPR-GRUPO PIC 9(4).
               05 GPR-SESSAO PIC 9(2).
               05 GPR-PAC-ID PIC 9(6).
      *----P-presente, A-ausente, J-falta justificada
           03 GPR-SITUACAO PIC X(1).
               88 GPR-PRESENTE VALUE 'P'.
               88 GPR-SITUACAO-VALIDA VALUE 'P' 'A' 'J'.
