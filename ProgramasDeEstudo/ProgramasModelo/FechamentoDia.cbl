      *          de depender do relogio da maquina. Com rodada
      *          faltando, o fechamento recusa e nomeia a pendencia.
      *          O avanco vai ao journal de auditoria.
      *          A recusa termina com RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FechamentoDia.
           IF TEM-PENDENCIA = 'S'
               DISPLAY 'FECHAMENTO RECUSADO: RODADA OBRIGATORIA '
                   'FALTANDO, A DATA DE NEGOCIO NAO AVANCA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-AVANCAR-DATA
