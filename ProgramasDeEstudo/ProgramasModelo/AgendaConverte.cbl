           MOVE ANT-PAC-ID TO AGD-PAC-ID
           MOVE ANT-NOME TO AGD-NOME
           MOVE ANT-STATUS TO AGD-STATUS
           MOVE 0 TO AGD-HORA-CHEGADA
           WRITE REG-AGENDA
               INVALID KEY
                   PERFORM 1100-ANOTAR-SOBRA
