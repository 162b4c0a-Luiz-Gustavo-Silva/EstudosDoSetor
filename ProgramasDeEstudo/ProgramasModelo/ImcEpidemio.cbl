               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT RELATORIO-EPID ASSIGN TO "EPIDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
               05 PAC-END-UF PIC X(2).
               05 PAC-END-CEP PIC X(9).
           03 FILLER PIC X(101).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  RELATORIO-EPID.
       01  REG-RELATORIO PIC X(110).
       WORKING-STORAGE SECTION.
