      *          e so entram no PARAMETROS quando um segundo operador
      *          com a alcada propria aprova no ParametroAprova.cbl.
      *          Pedido e decisao vao ambos ao journal de auditoria.
      *          Pedir mudanca exige a alcada OPE-PROPOE-PARAMETRO do
      *          cadastro OPERADORES; as listagens continuam livres.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParametroManutencao.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETROS-CENTRAL ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS FS-PENDENCIAS.
      *----Cadastro de operadores mantido pelo OperadoresManutencao
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
               88 PEN-PENDENTE VALUE 'P'.
               88 PEN-APROVADO VALUE 'A'.
               88 PEN-RECUSADO VALUE 'R'.
       FD  OPERADORES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOperador.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-PARAMETROS PIC X(2).
       01  FS-OPERADORES PIC X(2).
       01  ALCADA-OK PIC X VALUE 'N'.
       01  FS-PENDENCIAS PIC X(2).
       01  FIM-PARAMETROS PIC X.
       01  FIM-PENDENCIAS PIC X.
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'PARAMETROMANUT' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM 0100-CONFERIR-ALCADA
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar parametros de um programa'
               DISPLAY '2 - Pedir inclusao/alteracao de valor'
                   WHEN 1
                       PERFORM 1000-LISTAR
                   WHEN 2
                       IF ALCADA-OK = 'S'
                           PERFORM 2000-INCLUIR
                       ELSE
                           PERFORM 0200-NEGAR-PEDIDO
                       END-IF
                   WHEN 3
                       IF ALCADA-OK = 'S'
                           PERFORM 3000-EXCLUIR
                       ELSE
                           PERFORM 0200-NEGAR-PEDIDO
                       END-IF
                   WHEN 4
                       PERFORM 4000-LISTAR-PENDENTES
                   WHEN 9
           CLOSE AUDIT-JOURNAL
           GOBACK.

       0100-CONFERIR-ALCADA.
           OPEN INPUT OPERADORES
           MOVE AUDIT-OPERADOR TO OPE-ID
           READ OPERADORES KEY IS OPE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPE-ATIVO AND OPE-PROPOE-PARAMETRO = 'S'
                       MOVE 'S' TO ALCADA-OK
                   END-IF
           END-READ
           CLOSE OPERADORES.

       0200-NEGAR-PEDIDO.
           DISPLAY 'Operador sem alcada para pedir mudanca de '
               'parametro'
           MOVE 'PEDIDO-NEGADO' TO AUDIT-ACAO
           MOVE SPACES TO AUDIT-VALOR-ANTES
           MOVE AUDIT-OPERADOR TO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA.

       1000-LISTAR.
           DISPLAY 'Programa: '
           ACCEPT PROGRAMA-PESQUISA
