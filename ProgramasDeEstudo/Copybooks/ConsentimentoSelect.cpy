      *----Livro de consentimentos da LGPD CONSENT: por titular,
      *----finalidade e canal, com a data, a origem e o operador de
      *----cada concessao e revogacao (layout no RegConsentimento).
      *----Quem so consulta chama o Consentimento.cbl; abrir direto
      *----e para manutencao e relatorio. Quem abre declara
      *----FS-CONSENT PIC X(2).
           SELECT OPTIONAL CONSENTIMENTOS ASSIGN TO "CONSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-CHAVE
               FILE STATUS IS FS-CONSENT.
