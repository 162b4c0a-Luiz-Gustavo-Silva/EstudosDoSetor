      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Manutencao do cadastro ASSESSORIAS de assessorias de
      *          cobranca externa: o contrato de cada uma (percentual
      *          de comissao e prazo da colocacao) e a regra de quais
      *          contas ela recebe - faixa de atraso minima, faixa de
      *          valor e score maximo do SEGMENTOS. O envio diario
      *          AssessoriaEnvio.cbl coloca cada conta na primeira
      *          assessoria ativa, por codigo, cuja regra ela atende.
      *          Mudancas journaladas pelo copybook compartilhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AssessoriaManutencao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
      *----Valores e percentuais com virgula na digitacao
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASSESSORIAS ASSIGN TO "ASSESSORIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASS-CODIGO
               FILE STATUS IS FS-ASSESSORIAS.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSESSORIAS.
       COPY RegAssessoria.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-ASSESSORIAS PIC X(2).
       01  FIM-ASSESSORIAS PIC X.
       01  CODIGO-PESQUISA PIC 9(3).
       01  OPCAO PIC 9 VALUE 0.
       01  VALOR-EDITADO PIC -Z(6)9,99.
       01  VALOR-EDITADO2 PIC -Z(6)9,99.
       01  PERCENTUAL-EDITADO PIC Z9,99.
       PROCEDURE DIVISION.
           OPEN I-O ASSESSORIAS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'ASSESSORMANUT' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar assessorias'
               DISPLAY '2 - Incluir assessoria'
               DISPLAY '3 - Alterar contrato e regra'
               DISPLAY '4 - Suspender / reativar'
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
                       PERFORM 4000-SUSPENDER
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE ASSESSORIAS
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-LISTAR.
           MOVE 'N' TO FIM-ASSESSORIAS
           MOVE LOW-VALUES TO ASS-CODIGO
           START ASSESSORIAS KEY NOT LESS THAN ASS-CODIGO
               INVALID KEY
                   MOVE 'S' TO FIM-ASSESSORIAS
           END-START
           PERFORM UNTIL FIM-ASSESSORIAS = 'S'
               READ ASSESSORIAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ASSESSORIAS
                   NOT AT END
                       MOVE ASS-COMISSAO-PCT TO PERCENTUAL-EDITADO
                       MOVE ASS-VALOR-MINIMO TO VALOR-EDITADO
                       MOVE ASS-VALOR-MAXIMO TO VALOR-EDITADO2
                       DISPLAY ASS-CODIGO ' ' ASS-NOME ' '
                           ASS-SITUACAO ' COMISSAO '
                           PERCENTUAL-EDITADO '% PRAZO '
                           ASS-PRAZO-DIAS
                       DISPLAY '    FAIXA >= ' ASS-FAIXA-MINIMA
                           ' VALOR ' VALOR-EDITADO ' A '
                           VALOR-EDITADO2 ' SCORE <= '
                           ASS-SCORE-MAXIMO
               END-READ
           END-PERFORM.

       2000-INCLUIR.
           DISPLAY 'Codigo da assessoria: '
           ACCEPT CODIGO-PESQUISA
           MOVE CODIGO-PESQUISA TO ASS-CODIGO
           READ ASSESSORIAS KEY IS ASS-CODIGO
               INVALID KEY
                   DISPLAY 'Nome: '
                   ACCEPT ASS-NOME
                   PERFORM 2100-DIGITAR-CONTRATO
                   SET ASS-ATIVA TO TRUE
                   WRITE REG-ASSESSORIA
                   MOVE 'INCLUSAO-ASSESSORIA' TO AUDIT-ACAO
                   MOVE SPACES TO AUDIT-VALOR-ANTES
                   MOVE ASS-NOME TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   DISPLAY 'Assessoria incluida'
               NOT INVALID KEY
                   DISPLAY 'Codigo ja usado por ' ASS-NOME
           END-READ.

      *----Contrato e regra de colocacao; faixa minima abaixo de 3
      *----nao e aceita - faixa 1 e 2 ficam com a mesa da casa
       2100-DIGITAR-CONTRATO.
           DISPLAY 'Comissao sobre o recuperado (%): '
           ACCEPT ASS-COMISSAO-PCT
           DISPLAY 'Prazo da colocacao (dias): '
           ACCEPT ASS-PRAZO-DIAS
           MOVE 0 TO ASS-FAIXA-MINIMA
           PERFORM UNTIL ASS-FAIXA-MINIMA = 3 OR 4
               DISPLAY 'Faixa minima aceita (3 ou 4): '
               ACCEPT ASS-FAIXA-MINIMA
           END-PERFORM
           DISPLAY 'Valor minimo da conta: '
           ACCEPT ASS-VALOR-MINIMO
           DISPLAY 'Valor maximo da conta: '
           ACCEPT ASS-VALOR-MAXIMO
           DISPLAY 'Score maximo do cliente (0-999): '
           ACCEPT ASS-SCORE-MAXIMO.

       3000-ALTERAR.
           DISPLAY 'Codigo da assessoria: '
           ACCEPT CODIGO-PESQUISA
           MOVE CODIGO-PESQUISA TO ASS-CODIGO
           READ ASSESSORIAS KEY IS ASS-CODIGO
               INVALID KEY
                   DISPLAY 'Assessoria nao cadastrada'
               NOT INVALID KEY
                   MOVE ASS-COMISSAO-PCT TO PERCENTUAL-EDITADO
                   MOVE SPACES TO AUDIT-VALOR-ANTES
                   STRING ASS-CODIGO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       PERCENTUAL-EDITADO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       ASS-PRAZO-DIAS DELIMITED BY SIZE
                       INTO AUDIT-VALOR-ANTES
                   PERFORM 2100-DIGITAR-CONTRATO
                   REWRITE REG-ASSESSORIA
                   MOVE 'ALTERACAO-ASSESSORIA' TO AUDIT-ACAO
                   MOVE ASS-COMISSAO-PCT TO PERCENTUAL-EDITADO
                   MOVE SPACES TO AUDIT-VALOR-DEPOIS
                   STRING PERCENTUAL-EDITADO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       ASS-PRAZO-DIAS DELIMITED BY SIZE
                       INTO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   DISPLAY 'Assessoria alterada'
           END-READ.

      *----Suspensa nao recebe colocacao nova; as contas que ja
      *----estao com ela seguem ate a recolha normal
       4000-SUSPENDER.
           DISPLAY 'Codigo da assessoria: '
           ACCEPT CODIGO-PESQUISA
           MOVE CODIGO-PESQUISA TO ASS-CODIGO
           READ ASSESSORIAS KEY IS ASS-CODIGO
               INVALID KEY
                   DISPLAY 'Assessoria nao cadastrada'
               NOT INVALID KEY
                   MOVE ASS-SITUACAO TO AUDIT-VALOR-ANTES
                   IF ASS-ATIVA
                       SET ASS-SUSPENSA TO TRUE
                       DISPLAY 'Assessoria suspensa'
                   ELSE
                       SET ASS-ATIVA TO TRUE
                       DISPLAY 'Assessoria reativada'
                   END-IF
                   REWRITE REG-ASSESSORIA
                   MOVE 'SITUACAO-ASSESSORIA' TO AUDIT-ACAO
                   MOVE ASS-SITUACAO TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
           END-READ.

       COPY GravarAuditoria.
       END PROGRAM AssessoriaManutencao.
