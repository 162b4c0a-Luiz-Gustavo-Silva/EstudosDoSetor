      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Cadastro de professores PROFESSORES (nome e o operador
      *          do cadastro OPERADORES com que o professor entra no
      *          sistema). O operador tem que existir, estar ativo e
      *          nao pertencer a outro professor. A grade semanal do
      *          HorarioManutencao aponta os professores daqui, e o
      *          NotasManutencao e o FrequenciaRegistro so aceitam
      *          lancamento do professor da turma e disciplina.
      *          Professor inativado sai da grade nova mas nao e
      *          excluido, para o historico da grade continuar lido.
      *          Mudancas journaladas pelo copybook compartilhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProfessorManutencao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROFESSORES ASSIGN TO "PROFESSORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-ID
               ALTERNATE RECORD KEY IS PRF-OPERADOR
               FILE STATUS IS FS-PROFESSORES.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  PROFESSORES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegProfessor.
       FD  OPERADORES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOperador.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-PROFESSORES PIC X(2).
       01  FS-OPERADORES PIC X(2).
       01  FIM-PROFESSORES PIC X.
       01  PROFESSOR-PESQUISA PIC 9(3).
       01  NOME-DIGITADO PIC X(30).
       01  OPERADOR-DIGITADO PIC X(10).
       01  OPERADOR-VALIDO PIC X.
       01  OPCAO PIC 9 VALUE 0.
       PROCEDURE DIVISION.
           OPEN I-O PROFESSORES
           OPEN INPUT OPERADORES
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'PROFESSORMANUT' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar professores'
               DISPLAY '2 - Incluir professor'
               DISPLAY '3 - Alterar professor'
               DISPLAY '4 - Inativar professor'
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
                       PERFORM 4000-INATIVAR
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE PROFESSORES
           CLOSE OPERADORES
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-LISTAR.
           MOVE 'N' TO FIM-PROFESSORES
           MOVE LOW-VALUES TO PRF-ID
           START PROFESSORES KEY NOT LESS THAN PRF-ID
               INVALID KEY
                   MOVE 'S' TO FIM-PROFESSORES
           END-START
           PERFORM UNTIL FIM-PROFESSORES = 'S'
               READ PROFESSORES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PROFESSORES
                   NOT AT END
                       DISPLAY PRF-ID ' ' PRF-NOME ' OPERADOR '
                           PRF-OPERADOR ' ' PRF-STATUS
               END-READ
           END-PERFORM.

       2000-INCLUIR.
           DISPLAY 'Codigo do professor: '
           ACCEPT PROFESSOR-PESQUISA
           MOVE PROFESSOR-PESQUISA TO PRF-ID
           READ PROFESSORES KEY IS PRF-ID
               INVALID KEY
                   DISPLAY 'Nome: '
                   ACCEPT NOME-DIGITADO
                   PERFORM 2100-DIGITAR-OPERADOR
                   IF OPERADOR-VALIDO = 'S'
                       MOVE PROFESSOR-PESQUISA TO PRF-ID
                       MOVE NOME-DIGITADO TO PRF-NOME
                       MOVE OPERADOR-DIGITADO TO PRF-OPERADOR
                       SET PRF-ATIVO TO TRUE
                       WRITE REG-PROFESSOR
                       MOVE 'INCLUSAO-PROFESSOR' TO AUDIT-ACAO
                       MOVE SPACES TO AUDIT-VALOR-ANTES
                       MOVE SPACES TO AUDIT-VALOR-DEPOIS
                       STRING PRF-ID DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           PRF-OPERADOR DELIMITED BY SIZE
                           INTO AUDIT-VALOR-DEPOIS
                       PERFORM 9900-GRAVAR-AUDITORIA
                       DISPLAY 'Professor incluido'
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'Codigo ja cadastrado: ' PRF-NOME
           END-READ.

      *----Operador ativo do OPERADORES e ainda sem professor. A
      *----leitura pela chave alternativa troca o registro da area:
      *----quem chama monta o registro de novo depois daqui
       2100-DIGITAR-OPERADOR.
           MOVE 'N' TO OPERADOR-VALIDO
           DISPLAY 'Operador (OPERADORES): '
           ACCEPT OPERADOR-DIGITADO
           MOVE OPERADOR-DIGITADO TO OPE-ID
           READ OPERADORES KEY IS OPE-ID
               INVALID KEY
                   DISPLAY 'Operador nao cadastrado'
               NOT INVALID KEY
                   IF NOT OPE-ATIVO
                       DISPLAY 'Operador desativado'
                   ELSE
                       MOVE 'S' TO OPERADOR-VALIDO
                   END-IF
           END-READ
           IF OPERADOR-VALIDO = 'S'
               MOVE OPERADOR-DIGITADO TO PRF-OPERADOR
               READ PROFESSORES KEY IS PRF-OPERADOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRF-ID NOT = PROFESSOR-PESQUISA
                           DISPLAY 'Operador ja e do professor '
                               PRF-ID ' ' PRF-NOME
                           MOVE 'N' TO OPERADOR-VALIDO
                       END-IF
               END-READ
           END-IF.

       3000-ALTERAR.
           DISPLAY 'Codigo do professor: '
           ACCEPT PROFESSOR-PESQUISA
           MOVE PROFESSOR-PESQUISA TO PRF-ID
           READ PROFESSORES KEY IS PRF-ID
               INVALID KEY
                   DISPLAY 'Professor nao cadastrado'
               NOT INVALID KEY
                   DISPLAY 'Nome atual ' PRF-NOME ', novo nome: '
                   ACCEPT NOME-DIGITADO
                   PERFORM 2100-DIGITAR-OPERADOR
                   IF OPERADOR-VALIDO = 'S'
                       MOVE PROFESSOR-PESQUISA TO PRF-ID
                       READ PROFESSORES KEY IS PRF-ID
                       MOVE SPACES TO AUDIT-VALOR-ANTES
                       STRING PRF-ID DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           PRF-OPERADOR DELIMITED BY SIZE
                           INTO AUDIT-VALOR-ANTES
                       MOVE NOME-DIGITADO TO PRF-NOME
                       MOVE OPERADOR-DIGITADO TO PRF-OPERADOR
                       REWRITE REG-PROFESSOR
                       MOVE 'ALTERACAO-PROFESSOR' TO AUDIT-ACAO
                       MOVE SPACES TO AUDIT-VALOR-DEPOIS
                       STRING PRF-ID DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           PRF-OPERADOR DELIMITED BY SIZE
                           INTO AUDIT-VALOR-DEPOIS
                       PERFORM 9900-GRAVAR-AUDITORIA
                       DISPLAY 'Professor alterado'
                   END-IF
           END-READ.

       4000-INATIVAR.
           DISPLAY 'Codigo do professor: '
           ACCEPT PROFESSOR-PESQUISA
           MOVE PROFESSOR-PESQUISA TO PRF-ID
           READ PROFESSORES KEY IS PRF-ID
               INVALID KEY
                   DISPLAY 'Professor nao cadastrado'
               NOT INVALID KEY
                   MOVE PRF-STATUS TO AUDIT-VALOR-ANTES
                   SET PRF-INATIVO TO TRUE
                   REWRITE REG-PROFESSOR
                   MOVE 'INATIVACAO-PROFESSOR' TO AUDIT-ACAO
                   MOVE PRF-STATUS TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   DISPLAY 'Professor inativado, nao entra mais '
                       'na grade nem lanca notas'
           END-READ.

       COPY GravarAuditoria.
       END PROGRAM ProfessorManutencao.
