      *----Grava um lancamento no razao de movimentos MOVCONTA.
      *----Preencha os campos do REG-MOV-CONTA (menos a sequencia, a
      *----data do lancamento e a hora) antes do PERFORM. A
      *----sequencia e a primeira livre da conta no dia: a chave
      *----que colide (status 22) tenta a seguinte, entao dois
      *----lancamentos iguais no mesmo dia ficam os dois, cada um
      *----com o seu numero.
      *----Data AAAAMMDD e hora HHMMSS pelo relogio completo, como no
      *----RUNCTL: e por essa data e hora do lancamento, e nao pela
      *----MVC-DATA do evento, que o RecuperaMestres reaplica os
      *----lancamentos posteriores ao backup
       9750-GRAVAR-MOV-CONTA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MVC-DATA-LANCAMENTO
           MOVE FUNCTION CURRENT-DATE(9:6) TO MVC-HORA
           MOVE 0 TO MVC-SEQ
           MOVE '22' TO FS-MOVCONTA
           PERFORM UNTIL FS-MOVCONTA NOT = '22' OR MVC-SEQ = 9999
               ADD 1 TO MVC-SEQ
               WRITE REG-MOV-CONTA
           END-PERFORM.
