               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
      *----Codigo do estabelecimento exigido no header da remessa;
      *----sem ele a remessa nem comeca
           03 PAC-NASCIMENTO PIC 9(8).
           03 PAC-SEXO PIC X(1).
           03 FILLER PIC X(198).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  PARAM-SAUDE.
       01  REG-PARAM-SAUDE.
           03 PARM-ESTABELECIMENTO PIC 9(7).
