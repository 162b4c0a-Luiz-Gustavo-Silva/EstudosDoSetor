               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
       DATA DIVISION.
       FILE SECTION.
                   NOT AT END
                       IF TRL-MARCA NOT = 'TRAILER'
                           MOVE REG-DESCARGA TO REG-CLIENTE
                           PERFORM 2100-AJUSTAR-DOCUMENTO
                           WRITE REG-CLIENTE
                           ADD 1 TO QTD-RECARREGADOS
                       END-IF
           END-PERFORM
           CLOSE DESCARGA
           CLOSE CLIENTES.

      *----Descarga anterior ao CPF/CNPJ no cadastro traz a area do
      *----documento em branco: o cliente volta sem documento (tipo
      *----em branco, numero zerado) e entra no DocumentoPendente
       2100-AJUSTAR-DOCUMENTO.
           IF CLI-DOC-NUMERO NOT NUMERIC
               MOVE SPACE TO CLI-DOC-TIPO
               MOVE ZEROS TO CLI-DOC-NUMERO
           END-IF.
       END PROGRAM ClientesReload.
