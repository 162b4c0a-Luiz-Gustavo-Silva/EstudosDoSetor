      *----vem do controle AUDITCHN, regravado a cada registro; o
      *----check cobre o conteudo inteiro do registro (AuditCadeia)
      *----e o AuditVerifica reconfere a cadeia inteira todo dia.
      *----Hora HHMMSS pelo relogio completo, como no RUNCTL: a
      *----recuperacao dos masters (RecuperaMestres) ordena o journal
      *----contra o horario do backup
       9900-GRAVAR-AUDITORIA.
           ACCEPT AUDIT-DH-DATA FROM DATE YYYYMMDD
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-DH-HORA
           MOVE 0 TO CHN-SEQUENCIA
           MOVE 0 TO CHN-CHECK
           OPEN INPUT AUDIT-CHAIN
