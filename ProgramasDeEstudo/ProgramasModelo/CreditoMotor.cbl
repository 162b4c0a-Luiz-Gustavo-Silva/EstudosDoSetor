               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-ACCOUNTS.
           SELECT OPTIONAL ATRASADAS ASSIGN TO "ATRASADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATRASADAS.
           SELECT OPTIONAL LIMITES ASSIGN TO "LIMITES"
