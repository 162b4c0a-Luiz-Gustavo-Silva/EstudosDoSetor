           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INDICES ASSIGN TO "INDICECF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INDICES.
           COPY AuditJournalSelect.
