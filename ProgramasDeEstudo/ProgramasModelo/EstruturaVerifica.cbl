               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT OPTIONAL IMC-HISTORY ASSIGN TO "IMCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-CTA-ID
               FILE STATUS IS FS-ACORDOS.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 FILLER PIC X(207).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  IMC-HISTORY.
      *----Mesmo layout do REG-HISTORICO de IMC.cbl
       01  REG-HISTORICO.
           03 CTT-TIPO PIC X(1).
           03 CTT-VALOR PIC X(40).
           03 CTT-PREFERIDO PIC X(1).
           03 CTT-SITUACAO PIC X(1).
               88 CTT-DEVOLVIDO VALUE 'D'.
           03 CTT-QTD-DEVOLUCAO PIC 9(2).
       FD  AGENDA.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAgenda.
           END-PERFORM.

       7000-VARRER-OPERADORES.
           MOVE 'OPERADOR' TO NOME-ARQUIVO
           MOVE 0 TO QTD-LIDOS
           MOVE LOW-VALUES TO CHAVE-ANTERIOR
           MOVE 'N' TO FIM-ARQUIVO
