      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Manutencao do orcamento departamental ORCAMENTO pela
      *          controladoria: valor previsto por origem (o codigo de
      *          departamento do ENT-ORIGEM), tipo de operacao e mes.
      *          O valor anual pode ser lancado mes a mes ou repartido
      *          em doze parcelas iguais. O OrcamentoVariacao compara
      *          estes valores com o realizado do ORCREAL. Mudancas
      *          journaladas pelo copybook de auditoria compartilhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrcamentoManutencao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ORCAMENTOS ASSIGN TO "ORCAMENTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS FS-ORCAMENTOS.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOrcamento.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-ORCAMENTOS PIC X(2).
       01  FIM-ORCAMENTOS PIC X.
       01  OPCAO PIC 9 VALUE 0.
       01  ORIGEM-PESQUISA PIC X(3).
       01  TIPO-PESQUISA PIC X(1).
           88 TIPO-VALIDO VALUE '1' THRU '9' 'S' 'D'.
       01  ANO-PESQUISA PIC 9(4).
       01  MES-PESQUISA PIC 9(2).
       01  VALOR-DIGITADO PIC S9(13)V99.
       01  VALOR-ANUAL PIC S9(13)V99.
       01  VALOR-PARCELA PIC S9(13)V99.
       01  TOTAL-ANO PIC S9(15)V99.
       01  RESPOSTA PIC X(3).
       01  VALOR-EDITADO PIC -(13)9.99.
       01  TOTAL-EDITADO PIC -(15)9.99.
       PROCEDURE DIVISION.
           OPEN I-O ORCAMENTOS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'ORCAMENTOMANUT' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar orcamento de uma origem no ano'
               DISPLAY '2 - Lancar valor previsto do mes'
               DISPLAY '3 - Repartir valor anual em 12 meses'
               DISPLAY '4 - Excluir valor previsto do mes'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-LISTAR-ANO
                   WHEN 2
                       PERFORM 2000-LANCAR-MES
                   WHEN 3
                       PERFORM 3000-REPARTIR-ANO
                   WHEN 4
                       PERFORM 4000-EXCLUIR-MES
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE ORCAMENTOS
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-LISTAR-ANO.
           DISPLAY 'Origem (departamento): '
           ACCEPT ORIGEM-PESQUISA
           DISPLAY 'Ano (AAAA): '
           ACCEPT ANO-PESQUISA
           MOVE 0 TO TOTAL-ANO
           MOVE 'N' TO FIM-ORCAMENTOS
           MOVE ORIGEM-PESQUISA TO ORC-ORIGEM
           MOVE LOW-VALUES TO ORC-TIPO
           MOVE 0 TO ORC-ANO
           MOVE 0 TO ORC-MES
           START ORCAMENTOS KEY NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ORCAMENTOS
           END-START
           PERFORM UNTIL FIM-ORCAMENTOS = 'S'
               READ ORCAMENTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ORCAMENTOS
                   NOT AT END
                       IF ORC-ORIGEM NOT = ORIGEM-PESQUISA
                           MOVE 'S' TO FIM-ORCAMENTOS
                       ELSE
                           IF ORC-ANO = ANO-PESQUISA
                               ADD ORC-VALOR-PREVISTO TO TOTAL-ANO
                               MOVE ORC-VALOR-PREVISTO TO VALOR-EDITADO
                               DISPLAY ORC-ORIGEM ' TIPO ' ORC-TIPO
                                   ' ' ORC-ANO '/' ORC-MES ' '
                                   VALOR-EDITADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE TOTAL-ANO TO TOTAL-EDITADO
           DISPLAY 'Previsto no ano: ' TOTAL-EDITADO.

      *----Chave do lancamento: origem, tipo de operacao, ano e mes
       1100-DIGITAR-CHAVE.
           DISPLAY 'Origem (departamento): '
           ACCEPT ORIGEM-PESQUISA
           MOVE SPACE TO TIPO-PESQUISA
           PERFORM UNTIL TIPO-VALIDO
               DISPLAY 'Tipo - 1 a 9 opcao da Calculadora, '
                   'S soma, D divisao: '
               ACCEPT TIPO-PESQUISA
               INSPECT TIPO-PESQUISA CONVERTING 'sd' TO 'SD'
           END-PERFORM
           DISPLAY 'Ano (AAAA): '
           ACCEPT ANO-PESQUISA
           MOVE ORIGEM-PESQUISA TO ORC-ORIGEM
           MOVE TIPO-PESQUISA TO ORC-TIPO
           MOVE ANO-PESQUISA TO ORC-ANO.

       1200-MONTAR-VALOR.
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           MOVE ORC-VALOR-PREVISTO TO VALOR-EDITADO
           STRING ORC-CHAVE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VALOR-EDITADO DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS.

       2000-LANCAR-MES.
           PERFORM 1100-DIGITAR-CHAVE
           MOVE 0 TO MES-PESQUISA
           PERFORM UNTIL MES-PESQUISA > 0 AND MES-PESQUISA < 13
               DISPLAY 'Mes (MM): '
               ACCEPT MES-PESQUISA
           END-PERFORM
           DISPLAY 'Valor previsto: '
           ACCEPT VALOR-DIGITADO
           MOVE MES-PESQUISA TO ORC-MES
           MOVE VALOR-DIGITADO TO VALOR-PARCELA
           PERFORM 2100-GRAVAR-MES
           DISPLAY 'Valor previsto gravado'.

      *----Inclui o mes ou troca o valor ja lancado, journalando o
      *----valor anterior
       2100-GRAVAR-MES.
           READ ORCAMENTOS KEY IS ORC-CHAVE
               INVALID KEY
                   MOVE VALOR-PARCELA TO ORC-VALOR-PREVISTO
                   WRITE REG-ORCAMENTO
                   MOVE SPACES TO AUDIT-VALOR-ANTES
                   MOVE 'INCLUSAO-ORCAMENTO' TO AUDIT-ACAO
               NOT INVALID KEY
                   PERFORM 1200-MONTAR-VALOR
                   MOVE AUDIT-VALOR-DEPOIS TO AUDIT-VALOR-ANTES
                   MOVE VALOR-PARCELA TO ORC-VALOR-PREVISTO
                   REWRITE REG-ORCAMENTO
                   MOVE 'ALTERACAO-ORCAMENTO' TO AUDIT-ACAO
           END-READ
           PERFORM 1200-MONTAR-VALOR
           PERFORM 9900-GRAVAR-AUDITORIA.

      *----Doze parcelas iguais; os centavos que sobram da divisao vao
      *----para dezembro, para o ano fechar no valor anual digitado
       3000-REPARTIR-ANO.
           PERFORM 1100-DIGITAR-CHAVE
           DISPLAY 'Valor anual previsto: '
           ACCEPT VALOR-ANUAL
           DISPLAY 'Confirma a reparticao nos 12 meses? SIM/NAO'
           ACCEPT RESPOSTA
           INSPECT RESPOSTA CONVERTING 'simnao' TO 'SIMNAO'
           IF RESPOSTA = 'SIM'
               DIVIDE VALOR-ANUAL BY 12 GIVING VALOR-PARCELA
               PERFORM VARYING MES-PESQUISA FROM 1 BY 1
                       UNTIL MES-PESQUISA > 12
                   MOVE ORIGEM-PESQUISA TO ORC-ORIGEM
                   MOVE TIPO-PESQUISA TO ORC-TIPO
                   MOVE ANO-PESQUISA TO ORC-ANO
                   MOVE MES-PESQUISA TO ORC-MES
                   IF MES-PESQUISA = 12
                       COMPUTE VALOR-PARCELA =
                           VALOR-ANUAL - (VALOR-PARCELA * 11)
                   END-IF
                   PERFORM 2100-GRAVAR-MES
               END-PERFORM
               DISPLAY 'Valor anual repartido'
           END-IF.

       4000-EXCLUIR-MES.
           PERFORM 1100-DIGITAR-CHAVE
           DISPLAY 'Mes (MM): '
           ACCEPT MES-PESQUISA
           MOVE MES-PESQUISA TO ORC-MES
           READ ORCAMENTOS KEY IS ORC-CHAVE
               INVALID KEY
                   DISPLAY 'Valor previsto nao encontrado'
               NOT INVALID KEY
                   MOVE ORC-VALOR-PREVISTO TO VALOR-EDITADO
                   DISPLAY 'Previsto: ' VALOR-EDITADO
                   DISPLAY 'Confirma a exclusao? SIM/NAO'
                   ACCEPT RESPOSTA
                   INSPECT RESPOSTA CONVERTING 'simnao' TO 'SIMNAO'
                   IF RESPOSTA = 'SIM'
                       PERFORM 1200-MONTAR-VALOR
                       MOVE AUDIT-VALOR-DEPOIS TO AUDIT-VALOR-ANTES
                       DELETE ORCAMENTOS RECORD
                       MOVE 'EXCLUSAO-ORCAMENTO' TO AUDIT-ACAO
                       MOVE SPACES TO AUDIT-VALOR-DEPOIS
                       PERFORM 9900-GRAVAR-AUDITORIA
                       DISPLAY 'Valor previsto excluido'
                   END-IF
           END-READ.

       COPY GravarAuditoria.
       END PROGRAM OrcamentoManutencao.
