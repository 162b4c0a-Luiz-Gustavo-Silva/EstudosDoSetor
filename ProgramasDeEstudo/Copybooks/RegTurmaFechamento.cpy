      *----Layout da trava de fechamento FECHTURMA, um registro por
      *----turma: o ultimo ano e periodo fechados pelo TurmaBoletim e
      *----a situacao. Turma fechada nao aceita nota no
      *----NotasManutencao; correcao so por pedido de revisao
      *----aprovado no NotaRevisao, que tambem reabre a turma para o
      *----periodo seguinte.
       01  REG-TURMA-FECHAMENTO.
           03 FCH-TURMA PIC X(6).
           03 FCH-ANO PIC 9(4).
           03 FCH-PERIODO PIC 9(1).
           03 FCH-SITUACAO PIC X(1).
               88 FCH-FECHADO VALUE 'F'.
               88 FCH-ABERTO VALUE 'A'.
           03 FCH-DATA-SITUACAO PIC 9(8).
           03 FCH-OPERADOR PIC X(10).
