      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Manutencao do cadastro CONVENIOS das operadoras de
      *          plano de saude: registro ANS, CNPJ, codigo da clinica
      *          como prestador na operadora, valor negociado da
      *          consulta e exigencia de senha de autorizacao. O
      *          VisitaFatura fatura a visita do paciente com
      *          carteira de convenio (PACCONV) para a operadora, e o
      *          ConvenioLote numera os lotes de guias a partir do
      *          ultimo lote guardado aqui. Mudancas journaladas pelo
      *          copybook compartilhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvenioManutencao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONVENIOS ASSIGN TO "CONVENIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNV-CODIGO
               FILE STATUS IS FS-CONVENIOS.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  CONVENIOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConvenio.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-CONVENIOS PIC X(2).
       01  FIM-CONVENIOS PIC X.
       01  CODIGO-PESQUISA PIC 9(4).
       01  OPCAO PIC 9 VALUE 0.
       01  VALOR-ED PIC Z(6)9,99.
       01  VALOR-ANTES-ED PIC Z(6)9,99.
       PROCEDURE DIVISION.
           OPEN I-O CONVENIOS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'CONVENIOMANUT' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar convenios'
               DISPLAY '2 - Incluir convenio'
               DISPLAY '3 - Alterar valor, prestador e autorizacao'
               DISPLAY '4 - Ativar / inativar convenio'
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
                       PERFORM 4000-ATIVAR-INATIVAR
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE CONVENIOS
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-LISTAR.
           MOVE 'N' TO FIM-CONVENIOS
           MOVE LOW-VALUES TO CNV-CODIGO
           START CONVENIOS KEY NOT LESS THAN CNV-CODIGO
               INVALID KEY
                   MOVE 'S' TO FIM-CONVENIOS
           END-START
           PERFORM UNTIL FIM-CONVENIOS = 'S'
               READ CONVENIOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-CONVENIOS
                   NOT AT END
                       MOVE CNV-VALOR-CONSULTA TO VALOR-ED
                       DISPLAY CNV-CODIGO ' ' CNV-NOME ' ANS '
                           CNV-REGISTRO-ANS ' ' CNV-SITUACAO
                       DISPLAY '    PRESTADOR ' CNV-CODIGO-PRESTADOR
                           ' CONSULTA ' VALOR-ED ' AUTORIZACAO '
                           CNV-EXIGE-AUTORIZACAO ' ULTIMO LOTE '
                           CNV-ULTIMO-LOTE
               END-READ
           END-PERFORM.

       2000-INCLUIR.
           DISPLAY 'Codigo do convenio (4 digitos): '
           ACCEPT CODIGO-PESQUISA
           MOVE CODIGO-PESQUISA TO CNV-CODIGO
           READ CONVENIOS KEY IS CNV-CODIGO
               INVALID KEY
                   DISPLAY 'Nome da operadora: '
                   ACCEPT CNV-NOME
                   DISPLAY 'Registro ANS (6 digitos): '
                   ACCEPT CNV-REGISTRO-ANS
                   DISPLAY 'CNPJ da operadora: '
                   ACCEPT CNV-CNPJ
                   PERFORM 2100-DIGITAR-CONDICOES
                   MOVE 0 TO CNV-ULTIMO-LOTE
                   SET CNV-ATIVO TO TRUE
                   WRITE REG-CONVENIO
                   MOVE 'INCLUSAO-CONVENIO' TO AUDIT-ACAO
                   MOVE SPACES TO AUDIT-VALOR-ANTES
                   MOVE SPACES TO AUDIT-VALOR-DEPOIS
                   MOVE CNV-VALOR-CONSULTA TO VALOR-ED
                   STRING CNV-CODIGO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CNV-REGISTRO-ANS DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       VALOR-ED DELIMITED BY SIZE
                       INTO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   DISPLAY 'Convenio incluido'
               NOT INVALID KEY
                   DISPLAY 'Codigo ja usado por ' CNV-NOME
           END-READ.

       2100-DIGITAR-CONDICOES.
           DISPLAY 'Codigo da clinica como prestador na operadora: '
           ACCEPT CNV-CODIGO-PRESTADOR
           DISPLAY 'Valor da consulta na tabela negociada '
               '(0 = tabela da clinica): '
           ACCEPT CNV-VALOR-CONSULTA
           MOVE SPACES TO CNV-EXIGE-AUTORIZACAO
           PERFORM UNTIL CNV-EXIGE-AUTORIZACAO = 'S' OR 'N'
               DISPLAY 'Exige senha de autorizacao (S/N)? '
               ACCEPT CNV-EXIGE-AUTORIZACAO
               MOVE FUNCTION UPPER-CASE(CNV-EXIGE-AUTORIZACAO)
                   TO CNV-EXIGE-AUTORIZACAO
           END-PERFORM.

       3000-ALTERAR.
           DISPLAY 'Codigo do convenio: '
           ACCEPT CODIGO-PESQUISA
           MOVE CODIGO-PESQUISA TO CNV-CODIGO
           READ CONVENIOS KEY IS CNV-CODIGO
               INVALID KEY
                   DISPLAY 'Convenio nao encontrado'
               NOT INVALID KEY
                   MOVE CNV-VALOR-CONSULTA TO VALOR-ANTES-ED
                   PERFORM 2100-DIGITAR-CONDICOES
                   REWRITE REG-CONVENIO
                   MOVE 'ALTERACAO-CONVENIO' TO AUDIT-ACAO
                   MOVE SPACES TO AUDIT-VALOR-ANTES
                   MOVE SPACES TO AUDIT-VALOR-DEPOIS
                   STRING CNV-CODIGO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       VALOR-ANTES-ED DELIMITED BY SIZE
                       INTO AUDIT-VALOR-ANTES
                   MOVE CNV-VALOR-CONSULTA TO VALOR-ED
                   STRING CNV-CODIGO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       VALOR-ED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CNV-EXIGE-AUTORIZACAO DELIMITED BY SIZE
                       INTO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   DISPLAY 'Convenio alterado'
           END-READ.

      *----Convenio inativo nao recebe guia nova: a visita do
      *----paciente dele volta a ser faturada como particular
       4000-ATIVAR-INATIVAR.
           DISPLAY 'Codigo do convenio: '
           ACCEPT CODIGO-PESQUISA
           MOVE CODIGO-PESQUISA TO CNV-CODIGO
           READ CONVENIOS KEY IS CNV-CODIGO
               INVALID KEY
                   DISPLAY 'Convenio nao encontrado'
               NOT INVALID KEY
                   MOVE CNV-SITUACAO TO AUDIT-VALOR-ANTES
                   IF CNV-ATIVO
                       SET CNV-INATIVO TO TRUE
                   ELSE
                       SET CNV-ATIVO TO TRUE
                   END-IF
                   REWRITE REG-CONVENIO
                   MOVE 'SITUACAO-CONVENIO' TO AUDIT-ACAO
                   MOVE CNV-SITUACAO TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   DISPLAY 'Convenio agora ' CNV-SITUACAO
           END-READ.

       COPY GravarAuditoria.
       END PROGRAM ConvenioManutencao.
