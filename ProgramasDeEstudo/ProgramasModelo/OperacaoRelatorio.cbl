      *          sem fim (abend), rodada com zero registros e contagem
      *          divergindo mais de 20 por cento da rodada anterior do
      *          mesmo programa.
      *          Rodada que voltou de checkpoint depois de um abend
      *          (inicio com final RETOMADA) sai marcada como retomada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperacaoRelatorio.
               05 PRG-FINAL PIC X(8).
               05 PRG-LIDOS-ANTERIOR PIC 9(6).
               05 PRG-TEM-ANTERIOR PIC X(1).
               05 PRG-RETOMADA PIC X(1).
       01  DIFERENCA PIC S9(7).
       01  LINHA-RUN.
           03 LR-PROGRAMA PIC X(20).
                   MOVE RUN-PROGRAMA TO PRG-NOME(IDX-PROGRAMA)
                   MOVE 'N' TO PRG-ABERTO(IDX-PROGRAMA)
                   MOVE 'N' TO PRG-TEM-ANTERIOR(IDX-PROGRAMA)
                   MOVE 'N' TO PRG-RETOMADA(IDX-PROGRAMA)
                   MOVE 0 TO PRG-LIDOS(IDX-PROGRAMA)
                   MOVE 0 TO PRG-LIDOS-ANTERIOR(IDX-PROGRAMA)
                   MOVE SPACES TO PRG-FINAL(IDX-PROGRAMA)

      *----I abre uma rodada nova: a contagem da ultima rodada
      *----fechada vira a referencia da vespera ANTES de o estado ser
      *----sobrescrito; F fecha a rodada com as contagens dela.
      *----Inicio com final RETOMADA continua a rodada que caiu: a
      *----referencia da vespera fica a mesma e a rodada sai marcada
       1100-REGISTRAR-EVENTO.
           MOVE RUN-DATA TO PRG-DATA(IDX-PROGRAMA)
           MOVE RUN-HORA TO PRG-HORA(IDX-PROGRAMA)
               END-IF
               MOVE 'S' TO PRG-ABERTO(IDX-PROGRAMA)
               MOVE 'INICIO' TO PRG-FINAL(IDX-PROGRAMA)
               IF RUN-FINAL = 'RETOMADA'
                   MOVE 'S' TO PRG-RETOMADA(IDX-PROGRAMA)
               ELSE
                   MOVE 'N' TO PRG-RETOMADA(IDX-PROGRAMA)
               END-IF
           ELSE
               MOVE 'N' TO PRG-ABERTO(IDX-PROGRAMA)
               MOVE RUN-LIDOS TO PRG-LIDOS(IDX-PROGRAMA)
           EVALUATE TRUE
               WHEN PRG-ABERTO(IDX-PROGRAMA) = 'S'
                   MOVE '** SEM FIM (ABEND?)' TO LR-ANOMALIA
               WHEN PRG-RETOMADA(IDX-PROGRAMA) = 'S'
                   MOVE '** RETOMADA APOS ABEND' TO LR-ANOMALIA
               WHEN PRG-LIDOS(IDX-PROGRAMA) = 0
                   MOVE '** ZERO REGISTROS' TO LR-ANOMALIA
               WHEN PRG-TEM-ANTERIOR(IDX-PROGRAMA) = 'S'
