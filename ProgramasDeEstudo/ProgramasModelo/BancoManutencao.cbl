      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Manutencao do cadastro BANCOS dos bancos cobradores e
      *          do direcionamento de contas BANCOCTA. Cada banco tem o
      *          layout CNAB que fala (1 o do banco original, 2 o do
      *          segundo banco), a carteira e a conta de cobranca, as
      *          faixas de atraso que recebe e a faixa propria de nosso
      *          numero. O cadastro nao aceita duas faixas de nosso
      *          numero que se cruzem nem dois bancos ativos no mesmo
      *          layout - cada layout tem um so arquivo de remessa e
      *          de retorno. Na inclusao do banco original informa-se
      *          o ultimo nosso numero ja emitido, para a sequencia
      *          seguir de onde parou. A conta direcionada vai sempre
      *          para o banco apontado pela tesouraria, acima da regra
      *          de faixa. Mudancas journaladas pelo copybook
      *          compartilhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BancoManutencao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BANCOS ASSIGN TO "BANCOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCO-CODIGO
               FILE STATUS IS FS-BANCOS.
           SELECT OPTIONAL BANCO-CONTA ASSIGN TO "BANCOCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCC-CTA-ID
               FILE STATUS IS FS-BANCO-CONTA.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  BANCOS.
       COPY RegBancoCobranca.
       FD  BANCO-CONTA.
       COPY RegBancoConta.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-BANCOS PIC X(2).
       01  FS-BANCO-CONTA PIC X(2).
       01  FIM-BANCOS PIC X.
       01  CODIGO-PESQUISA PIC 9(3).
       01  CONTA-PESQUISA PIC 9(6).
       01  OPCAO PIC 9 VALUE 0.
       01  CONFIRMA PIC X.
       01  DATA-HOJE PIC 9(8).
      *----Banco em digitacao, guardado enquanto o cadastro e varrido
      *----na conferencia das faixas
       01  BANCO-DIGITADO PIC X(100).
       01  CONFERE-CODIGO PIC 9(3).
       01  CONFERE-LAYOUT PIC 9(1).
       01  CONFERE-INICIO PIC 9(11).
       01  CONFERE-FIM PIC 9(11).
       01  CONFERE-ATIVO PIC X(1).
       01  BANCO-VALIDO PIC X.
       PROCEDURE DIVISION.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O BANCOS
           OPEN I-O BANCO-CONTA
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'BANCOMANUT' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar bancos cobradores'
               DISPLAY '2 - Incluir banco'
               DISPLAY '3 - Alterar carteira, faixas e nosso numero'
               DISPLAY '4 - Ativar / desativar banco'
               DISPLAY '5 - Direcionar conta para um banco'
               DISPLAY '6 - Retirar direcionamento da conta'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-LISTAR
                   WHEN 2
                       PERFORM 2000-INCLUIR
                   WHEN 3
                       PERFORM 3000-ALTERAR
                   WHEN 4
                       PERFORM 4000-ATIVAR-DESATIVAR
                   WHEN 5
                       PERFORM 5000-DIRECIONAR-CONTA
                   WHEN 6
                       PERFORM 6000-RETIRAR-DIRECIONAMENTO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE BANCOS
           CLOSE BANCO-CONTA
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-LISTAR.
           MOVE 'N' TO FIM-BANCOS
           MOVE LOW-VALUES TO BCO-CODIGO
           START BANCOS KEY NOT LESS THAN BCO-CODIGO
               INVALID KEY
                   MOVE 'S' TO FIM-BANCOS
           END-START
           PERFORM UNTIL FIM-BANCOS = 'S'
               READ BANCOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-BANCOS
                   NOT AT END
                       DISPLAY BCO-CODIGO ' ' BCO-NOME ' '
                           BCO-SITUACAO ' LAYOUT ' BCO-LAYOUT
                           ' CARTEIRA ' BCO-CARTEIRA ' AG '
                           BCO-AGENCIA ' CONTA ' BCO-CONTA
                       DISPLAY '    FAIXAS ' BCO-FAIXA-DE ' A '
                           BCO-FAIXA-ATE ' NOSSO NUMERO '
                           BCO-NOSSO-INICIO ' A ' BCO-NOSSO-FIM
                           ' ULTIMO ' BCO-NOSSO-ULTIMO
               END-READ
           END-PERFORM.

      *----Banco novo nasce inativo se ja houver outro ativo no mesmo
      *----layout; a troca se faz desativando um e ativando o outro
       2000-INCLUIR.
           DISPLAY 'Codigo do banco (3 digitos): '
           ACCEPT CODIGO-PESQUISA
           MOVE CODIGO-PESQUISA TO BCO-CODIGO
           READ BANCOS KEY IS BCO-CODIGO
               INVALID KEY
                   DISPLAY 'Nome: '
                   ACCEPT BCO-NOME
                   MOVE 0 TO BCO-LAYOUT
                   PERFORM UNTIL BCO-LAYOUT = 1 OR 2
                       DISPLAY 'Layout CNAB (1 original, 2 segundo '
                           'banco): '
                       ACCEPT BCO-LAYOUT
                   END-PERFORM
                   PERFORM 2100-DIGITAR-COBRANCA
                   DISPLAY 'Primeiro nosso numero da faixa: '
                   ACCEPT BCO-NOSSO-INICIO
                   DISPLAY 'Ultimo nosso numero da faixa: '
                   ACCEPT BCO-NOSSO-FIM
                   DISPLAY 'Ultimo nosso numero ja emitido '
                       '(0 se nenhum): '
                   ACCEPT BCO-NOSSO-ULTIMO
                   IF BCO-NOSSO-ULTIMO = 0 AND BCO-NOSSO-INICIO > 0
                       COMPUTE BCO-NOSSO-ULTIMO = BCO-NOSSO-INICIO - 1
                   END-IF
                   SET BCO-ATIVO TO TRUE
                   PERFORM 8000-CONFERIR-BANCO
                   IF BANCO-VALIDO = 'S'
                       WRITE REG-BANCO-COBRANCA
                       MOVE 'INCLUSAO-BANCO' TO AUDIT-ACAO
                       MOVE SPACES TO AUDIT-VALOR-ANTES
                       MOVE SPACES TO AUDIT-VALOR-DEPOIS
                       STRING BCO-CODIGO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           BCO-NOSSO-INICIO DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           BCO-NOSSO-FIM DELIMITED BY SIZE
                           INTO AUDIT-VALOR-DEPOIS
                       PERFORM 9900-GRAVAR-AUDITORIA
                       DISPLAY 'Banco incluido'
                   ELSE
                       DISPLAY 'Banco nao incluido'
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'Codigo ja usado por ' BCO-NOME
           END-READ.

      *----Faixas de atraso de 1 a 4, a final nunca antes da inicial
       2100-DIGITAR-COBRANCA.
           DISPLAY 'Carteira: '
           ACCEPT BCO-CARTEIRA
           DISPLAY 'Agencia: '
           ACCEPT BCO-AGENCIA
           DISPLAY 'Conta de cobranca: '
           ACCEPT BCO-CONTA
           MOVE 0 TO BCO-FAIXA-DE
           PERFORM UNTIL BCO-FAIXA-DE > 0 AND BCO-FAIXA-DE < 5
               DISPLAY 'Faixa de atraso inicial (1 a 4): '
               ACCEPT BCO-FAIXA-DE
           END-PERFORM
           MOVE 0 TO BCO-FAIXA-ATE
           PERFORM UNTIL BCO-FAIXA-ATE NOT LESS BCO-FAIXA-DE
                   AND BCO-FAIXA-ATE < 5
               DISPLAY 'Faixa de atraso final (' BCO-FAIXA-DE
                   ' a 4): '
               ACCEPT BCO-FAIXA-ATE
           END-PERFORM.

      *----A faixa de nosso numero pode crescer no fim, nunca encolher
      *----para tras do ultimo numero ja emitido
       3000-ALTERAR.
           DISPLAY 'Codigo do banco: '
           ACCEPT CODIGO-PESQUISA
           MOVE CODIGO-PESQUISA TO BCO-CODIGO
           READ BANCOS KEY IS BCO-CODIGO
               INVALID KEY
                   DISPLAY 'Banco nao cadastrado'
               NOT INVALID KEY
                   MOVE SPACES TO AUDIT-VALOR-ANTES
                   STRING BCO-CARTEIRA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       BCO-FAIXA-DE DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       BCO-FAIXA-ATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       BCO-NOSSO-FIM DELIMITED BY SIZE
                       INTO AUDIT-VALOR-ANTES
                   PERFORM 2100-DIGITAR-COBRANCA
                   DISPLAY 'Ultimo nosso numero da faixa (atual '
                       BCO-NOSSO-FIM '): '
                   ACCEPT BCO-NOSSO-FIM
                   PERFORM 8000-CONFERIR-BANCO
                   IF BANCO-VALIDO = 'S'
                       REWRITE REG-BANCO-COBRANCA
                       MOVE 'ALTERACAO-BANCO' TO AUDIT-ACAO
                       MOVE SPACES TO AUDIT-VALOR-DEPOIS
                       STRING BCO-CARTEIRA DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           BCO-FAIXA-DE DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           BCO-FAIXA-ATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           BCO-NOSSO-FIM DELIMITED BY SIZE
                           INTO AUDIT-VALOR-DEPOIS
                       PERFORM 9900-GRAVAR-AUDITORIA
                       DISPLAY 'Banco alterado'
                   ELSE
                       DISPLAY 'Banco nao alterado'
                   END-IF
           END-READ.

      *----Banco desativado nao recebe boleto novo; os que ja emitiu
      *----seguem ate o retorno dele
       4000-ATIVAR-DESATIVAR.
           DISPLAY 'Codigo do banco: '
           ACCEPT CODIGO-PESQUISA
           MOVE CODIGO-PESQUISA TO BCO-CODIGO
           READ BANCOS KEY IS BCO-CODIGO
               INVALID KEY
                   DISPLAY 'Banco nao cadastrado'
               NOT INVALID KEY
                   MOVE BCO-SITUACAO TO AUDIT-VALOR-ANTES
                   IF BCO-ATIVO
                       SET BCO-INATIVO TO TRUE
                       MOVE 'S' TO BANCO-VALIDO
                   ELSE
                       SET BCO-ATIVO TO TRUE
                       PERFORM 8000-CONFERIR-BANCO
                   END-IF
                   IF BANCO-VALIDO = 'S'
                       REWRITE REG-BANCO-COBRANCA
                       MOVE 'SITUACAO-BANCO' TO AUDIT-ACAO
                       MOVE BCO-SITUACAO TO AUDIT-VALOR-DEPOIS
                       PERFORM 9900-GRAVAR-AUDITORIA
                       IF BCO-ATIVO
                           DISPLAY 'Banco ativado'
                       ELSE
                           DISPLAY 'Banco desativado'
                       END-IF
                   ELSE
                       DISPLAY 'Banco continua inativo'
                   END-IF
           END-READ.

       5000-DIRECIONAR-CONTA.
           DISPLAY 'Numero da conta: '
           ACCEPT CONTA-PESQUISA
           DISPLAY 'Codigo do banco: '
           ACCEPT CODIGO-PESQUISA
           MOVE CODIGO-PESQUISA TO BCO-CODIGO
           READ BANCOS KEY IS BCO-CODIGO
               INVALID KEY
                   DISPLAY 'Banco nao cadastrado'
               NOT INVALID KEY
                   IF NOT BCO-ATIVO
                       DISPLAY 'Banco inativo, conta nao direcionada'
                   ELSE
                       PERFORM 5100-GRAVAR-DIRECIONAMENTO
                   END-IF
           END-READ.

       5100-GRAVAR-DIRECIONAMENTO.
           MOVE CONTA-PESQUISA TO BCC-CTA-ID
           READ BANCO-CONTA KEY IS BCC-CTA-ID
               INVALID KEY
                   MOVE SPACES TO AUDIT-VALOR-ANTES
                   MOVE CONTA-PESQUISA TO BCC-CTA-ID
                   MOVE BCO-CODIGO TO BCC-BANCO
                   MOVE DATA-HOJE TO BCC-DATA-INCLUSAO
                   WRITE REG-BANCO-CONTA
               NOT INVALID KEY
                   MOVE BCC-BANCO TO AUDIT-VALOR-ANTES
                   MOVE BCO-CODIGO TO BCC-BANCO
                   MOVE DATA-HOJE TO BCC-DATA-INCLUSAO
                   REWRITE REG-BANCO-CONTA
           END-READ
           MOVE 'BANCO-DA-CONTA' TO AUDIT-ACAO
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING BCC-CTA-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BCC-BANCO DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           DISPLAY 'Conta ' BCC-CTA-ID ' direcionada ao banco '
               BCC-BANCO.

      *----Sem direcionamento a conta volta para a regra de faixa
       6000-RETIRAR-DIRECIONAMENTO.
           DISPLAY 'Numero da conta: '
           ACCEPT CONTA-PESQUISA
           MOVE CONTA-PESQUISA TO BCC-CTA-ID
           READ BANCO-CONTA KEY IS BCC-CTA-ID
               INVALID KEY
                   DISPLAY 'Conta sem direcionamento'
               NOT INVALID KEY
                   DISPLAY 'Conta direcionada ao banco ' BCC-BANCO
                   DISPLAY 'Confirma a retirada (S/N)? '
                   ACCEPT CONFIRMA
                   IF CONFIRMA = 'S' OR 's'
                       MOVE 'RETIRA-BANCO-CONTA' TO AUDIT-ACAO
                       MOVE SPACES TO AUDIT-VALOR-ANTES
                       STRING BCC-CTA-ID DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           BCC-BANCO DELIMITED BY SIZE
                           INTO AUDIT-VALOR-ANTES
                       MOVE SPACES TO AUDIT-VALOR-DEPOIS
                       DELETE BANCO-CONTA
                       PERFORM 9900-GRAVAR-AUDITORIA
                       DISPLAY 'Direcionamento retirado'
                   ELSE
                       DISPLAY 'Retirada abandonada'
                   END-IF
           END-READ.

      *----Confere o banco digitado contra o resto do cadastro: a
      *----faixa de nosso numero nao pode cruzar a de outro banco
      *----(ativo ou nao - os boletos dele ainda estao no BOLETOS) e
      *----so um banco fica ativo por layout
       8000-CONFERIR-BANCO.
           MOVE 'S' TO BANCO-VALIDO
           IF BCO-NOSSO-INICIO = 0
                   OR BCO-NOSSO-FIM NOT GREATER BCO-NOSSO-INICIO
               DISPLAY 'Faixa de nosso numero invalida'
               MOVE 'N' TO BANCO-VALIDO
           END-IF
           IF BCO-NOSSO-ULTIMO NOT LESS BCO-NOSSO-FIM
                   OR BCO-NOSSO-ULTIMO + 1 < BCO-NOSSO-INICIO
               DISPLAY 'Ultimo nosso numero emitido fora da faixa'
               MOVE 'N' TO BANCO-VALIDO
           END-IF
           MOVE REG-BANCO-COBRANCA TO BANCO-DIGITADO
           MOVE BCO-CODIGO TO CONFERE-CODIGO
           MOVE BCO-LAYOUT TO CONFERE-LAYOUT
           MOVE BCO-NOSSO-INICIO TO CONFERE-INICIO
           MOVE BCO-NOSSO-FIM TO CONFERE-FIM
           MOVE BCO-SITUACAO TO CONFERE-ATIVO
           MOVE 'N' TO FIM-BANCOS
           MOVE LOW-VALUES TO BCO-CODIGO
           START BANCOS KEY NOT LESS THAN BCO-CODIGO
               INVALID KEY
                   MOVE 'S' TO FIM-BANCOS
           END-START
           PERFORM UNTIL FIM-BANCOS = 'S'
               READ BANCOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-BANCOS
                   NOT AT END
                       IF BCO-CODIGO NOT = CONFERE-CODIGO
                           PERFORM 8100-CONFERIR-OUTRO-BANCO
                       END-IF
               END-READ
           END-PERFORM
           MOVE BANCO-DIGITADO TO REG-BANCO-COBRANCA.

       8100-CONFERIR-OUTRO-BANCO.
           IF CONFERE-INICIO NOT GREATER BCO-NOSSO-FIM
                   AND CONFERE-FIM NOT LESS BCO-NOSSO-INICIO
               DISPLAY 'Faixa de nosso numero cruza a do banco '
                   BCO-CODIGO ' (' BCO-NOSSO-INICIO ' a '
                   BCO-NOSSO-FIM ')'
               MOVE 'N' TO BANCO-VALIDO
           END-IF
           IF CONFERE-ATIVO = 'A' AND BCO-ATIVO
                   AND BCO-LAYOUT = CONFERE-LAYOUT
               DISPLAY 'Banco ' BCO-CODIGO ' ja e o ativo do layout '
                   BCO-LAYOUT
               MOVE 'N' TO BANCO-VALIDO
           END-IF.

       COPY GravarAuditoria.
       END PROGRAM BancoManutencao.
