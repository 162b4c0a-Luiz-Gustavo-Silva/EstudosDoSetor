               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTRADA.
           COPY AuditJournalSelect.
           SELECT OPTIONAL ATRASADAS ASSIGN TO "ATRASADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTRADA.
           SELECT OPTIONAL IMC-HISTORY ASSIGN TO "IMCHIST"
