           03 PAG-CTA-ID PIC 9(6).
           03 PAG-DATA PIC 9(8).
           03 PAG-VALOR PIC 9(7)V9(2).
           03 PAG-CANAL PIC X(1).
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-SUSPENSOS PIC X(2).
               MOVE CONTA-NOVA TO PAG-CTA-ID
               MOVE TS-DATA(ITEM-ESCOLHIDO) TO PAG-DATA
               MOVE TS-VALOR(ITEM-ESCOLHIDO) TO PAG-VALOR
               MOVE 'S' TO PAG-CANAL
               WRITE REG-PAGAMENTO
               MOVE 'T' TO TS-STATUS(ITEM-ESCOLHIDO)
               ADD 1 TO QTD-RESOLVIDOS
