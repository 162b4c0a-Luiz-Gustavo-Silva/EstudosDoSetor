               RECORD KEY IS ACD-CTA-ID
               FILE STATUS IS FS-ACORDOS.
      *----Faixa de atraso por conta, da ultima rodada de aging
           SELECT OPTIONAL ATRASADAS ASSIGN TO "ATRASADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATRASADAS.
      *----Percentual de perda esperada por faixa, o mesmo PDDCFG do
