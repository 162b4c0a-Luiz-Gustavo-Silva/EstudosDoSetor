               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-ID
               FILE STATUS IS FS-ORDENS.
           SELECT OPTIONAL INDICES ASSIGN TO "INDICECF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INDICES.
           SELECT RELATORIO-REAJUSTE ASSIGN TO "ORDREAJRPT"
