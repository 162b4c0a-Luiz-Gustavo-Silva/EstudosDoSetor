      *----Layout dos pedidos de revisao de nota REVNOTA, numerados em
      *----sequencia: a nota de periodo ja fechado (FECHTURMA) que o
      *----solicitante quer trocar, com o motivo, e a decisao da
      *----coordenacao. O pedido aprovado regrava o NOTAS, recalcula
      *----media e situacao no HISTESC e reemite o boletim.
       01  REG-REVISAO-NOTA.
           03 REV-NUMERO PIC 9(6).
           03 REV-MATRICULA PIC 9(6).
           03 REV-DISCIPLINA PIC X(3).
           03 REV-TURMA PIC X(6).
           03 REV-ANO PIC 9(4).
           03 REV-PERIODO PIC 9(1).
           03 REV-NOTA-ANTERIOR PIC 9(2).
           03 REV-NOTA-NOVA PIC 9(2).
           03 REV-MOTIVO PIC X(40).
           03 REV-SOLICITANTE PIC X(10).
           03 REV-DATA-PEDIDO PIC 9(8).
           03 REV-SITUACAO PIC X(1).
               88 REV-PENDENTE VALUE 'P'.
               88 REV-APROVADA VALUE 'A'.
               88 REV-NEGADA VALUE 'N'.
           03 REV-APROVADOR PIC X(10).
           03 REV-DATA-DECISAO PIC 9(8).
