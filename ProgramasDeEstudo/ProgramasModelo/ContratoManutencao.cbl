      *          ACCOUNTS, no lugar da digitacao manual que deixava
      *          conta sem vinculo de cliente. A inclusao so aceita
      *          cliente existente no cadastro CLIENTES.
      *          Cada contrato diz se renova sozinho no fim da vigencia
      *          e por quantos meses; o ContratoRenova manda os avisos
      *          de vencimento e faz a renovacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContratoManutencao.
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           COPY AuditJournalSelect.
       DATA DIVISION.
           03 CON-STATUS PIC X(1).
               88 CON-ATIVO VALUE 'A'.
               88 CON-SUSPENSO VALUE 'S'.
      *----Renovacao automatica no fim da vigencia, por mais
      *----CON-PRAZO-RENOVACAO meses, com o valor reajustado
           03 CON-RENOVACAO-AUTO PIC X(1).
               88 CON-RENOVA-SOZINHO VALUE 'S'.
           03 CON-PRAZO-RENOVACAO PIC 9(2).
      *----Ultimo aviso de vencimento mandado para a data fim atual
      *----(60 ou 30 dias); zero quando a data fim muda
           03 CON-AVISO-ENVIADO PIC 9(2).
           03 CON-DATA-RENOVACAO PIC 9(8).
           03 CON-QTD-RENOVACOES PIC 9(3).
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
               DISPLAY '3 - Suspender contrato'
               DISPLAY '4 - Reativar contrato'
               DISPLAY '5 - Encerrar contrato (data fim)'
               DISPLAY '6 - Renovacao automatica'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                       PERFORM 4000-REATIVAR-CONTRATO
                   WHEN 5
                       PERFORM 5000-ENCERRAR-CONTRATO
                   WHEN 6
                       PERFORM 6000-RENOVACAO-AUTOMATICA
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY CON-ID ' CLI ' CON-CLIENTE ' '
                           CON-SERVICO ' ' VALOR-EDITADO ' DIA '
                           CON-DIA-FATURA ' ' CON-STATUS ' FIM '
                           CON-DATA-FIM ' RENOVA ' CON-RENOVACAO-AUTO
               END-READ
           END-PERFORM.

                       ACCEPT CON-DIA-FATURA
                       DISPLAY 'Inicio da vigencia (AAAAMMDD): '
                       ACCEPT CON-DATA-INICIO
                       DISPLAY 'Fim da vigencia (AAAAMMDD, zeros se '
                           'indeterminado): '
                       ACCEPT CON-DATA-FIM
                       DISPLAY 'Renovacao automatica (S/N): '
                       ACCEPT CON-RENOVACAO-AUTO
                       PERFORM 6100-VALIDAR-RENOVACAO
                       MOVE 0 TO CON-AVISO-ENVIADO
                       MOVE 0 TO CON-DATA-RENOVACAO
                       MOVE 0 TO CON-QTD-RENOVACOES
                       SET CON-ATIVO TO TRUE
                       IF CON-VALOR-MENSAL = 0 OR
                               CON-DIA-FATURA < 1 OR
                   MOVE CON-DATA-FIM TO AUDIT-VALOR-ANTES
                   DISPLAY 'Data de encerramento (AAAAMMDD): '
                   ACCEPT CON-DATA-FIM
      *----Data fim nova: os avisos de vencimento recomecam
                   MOVE 0 TO CON-AVISO-ENVIADO
                   REWRITE REG-CONTRATO
                   MOVE 'ENCERRAMENTO-CONTRATO' TO AUDIT-ACAO
                   MOVE CON-DATA-FIM TO AUDIT-VALOR-DEPOIS
                   DISPLAY 'Contrato encerrado'
           END-READ.

      *----Liga ou desliga a renovacao; o ContratoRenova renova na
      *----data fim o contrato que estiver com ela ligada
       6000-RENOVACAO-AUTOMATICA.
           DISPLAY 'Numero do contrato: '
           ACCEPT NUMERO-PESQUISA
           MOVE NUMERO-PESQUISA TO CON-ID
           READ CONTRATOS KEY IS CON-ID
               INVALID KEY
                   DISPLAY 'Contrato nao encontrado'
               NOT INVALID KEY
                   MOVE SPACES TO AUDIT-VALOR-ANTES
                   STRING CON-RENOVACAO-AUTO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CON-PRAZO-RENOVACAO DELIMITED BY SIZE
                       INTO AUDIT-VALOR-ANTES
                   DISPLAY 'Renovacao automatica (S/N): '
                   ACCEPT CON-RENOVACAO-AUTO
                   PERFORM 6100-VALIDAR-RENOVACAO
                   REWRITE REG-CONTRATO
                   MOVE 'RENOVACAO-AUTOMATICA' TO AUDIT-ACAO
                   MOVE SPACES TO AUDIT-VALOR-DEPOIS
                   STRING CON-RENOVACAO-AUTO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CON-PRAZO-RENOVACAO DELIMITED BY SIZE
                       INTO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   DISPLAY 'Renovacao do contrato atualizada'
           END-READ.

      *----Resposta diferente de S desliga; prazo zerado ou acima de
      *----60 meses fica em 12
       6100-VALIDAR-RENOVACAO.
           IF CON-RENOVACAO-AUTO = 's'
               MOVE 'S' TO CON-RENOVACAO-AUTO
           END-IF
           IF CON-RENOVA-SOZINHO
               DISPLAY 'Prazo de cada renovacao em meses: '
               ACCEPT CON-PRAZO-RENOVACAO
               IF CON-PRAZO-RENOVACAO = 0 OR
                       CON-PRAZO-RENOVACAO > 60
                   MOVE 12 TO CON-PRAZO-RENOVACAO
               END-IF
           ELSE
               MOVE 'N' TO CON-RENOVACAO-AUTO
               MOVE 0 TO CON-PRAZO-RENOVACAO
           END-IF.

       COPY GravarAuditoria.
       END PROGRAM ContratoManutencao.
