      *          compartilhado. O TurmaBoletim.cbl usa este master para
      *          mostrar o nome do aluno no boletim e pular matriculas
      *          inativas.
      *          A inativacao guarda a data de negocio em que ocorreu:
      *          o MensalidadeGerador ainda cobra o mes da saida e
      *          para de cobrar a partir do mes seguinte.
      *          Data de nascimento e sexo pedidos na matricula e
      *          corrigiveis depois, para o CensoEscolarExporta; a
      *          matricula vinda da rematricula chega sem eles e
      *          aparece nas pendencias do censo ate ser corrigida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AlunosManutencao.
           03 MAT-STATUS PIC X(1).
               88 MAT-ATIVO VALUE 'A'.
               88 MAT-INATIVO VALUE 'I'.
      *----Data de negocio da inativacao, zero enquanto ativo
           03 MAT-DATA-INATIVACAO PIC 9(8).
      *----Dados obrigatorios do Censo Escolar: nascimento AAAAMMDD e
      *----sexo M/F
           03 MAT-DATA-NASCIMENTO PIC 9(8).
           03 MAT-SEXO PIC X(1).
               88 MAT-SEXO-VALIDO VALUE 'M' 'F'.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-ALUNOS PIC X(2).
       01  FIM-ALUNOS PIC X.
       01  MATRICULA-PESQUISA PIC 9(6).
       01  OPCAO PIC 9 VALUE 0.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           OPEN I-O ALUNOS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'ALUNOSMANUTENCAO' TO AUDIT-PROGRAMA
               DISPLAY '2 - Matricular aluno'
               DISPLAY '3 - Transferir de turma'
               DISPLAY '4 - Inativar matricula'
               DISPLAY '5 - Corrigir nascimento e sexo'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                       PERFORM 3000-TRANSFERIR
                   WHEN 4
                       PERFORM 4000-INATIVAR
                   WHEN 5
                       PERFORM 5000-CORRIGIR-CENSO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
               INVALID KEY
                   DISPLAY 'Nome: ' ACCEPT MAT-NOME
                   DISPLAY 'Turma: ' ACCEPT MAT-TURMA
                   PERFORM 5100-DIGITAR-CENSO
                   SET MAT-ATIVO TO TRUE
                   MOVE 0 TO MAT-DATA-INATIVACAO
                   WRITE REG-MATRICULADO
                   MOVE 'MATRICULA-ALUNO' TO AUDIT-ACAO
                   MOVE SPACES TO AUDIT-VALOR-ANTES
               NOT INVALID KEY
                   MOVE MAT-STATUS TO AUDIT-VALOR-ANTES
                   SET MAT-INATIVO TO TRUE
                   MOVE DATA-HOJE TO MAT-DATA-INATIVACAO
                   REWRITE REG-MATRICULADO
                   MOVE 'INATIVACAO-MATRICULA' TO AUDIT-ACAO
                   MOVE MAT-STATUS TO AUDIT-VALOR-DEPOIS
                       'boletim das proximas rodadas'
           END-READ.

       5000-CORRIGIR-CENSO.
           DISPLAY 'Matricula: '
           ACCEPT MATRICULA-PESQUISA
           MOVE MATRICULA-PESQUISA TO MAT-MATRICULA
           READ ALUNOS KEY IS MAT-MATRICULA
               INVALID KEY
                   DISPLAY 'Matricula nao encontrada'
               NOT INVALID KEY
                   MOVE SPACES TO AUDIT-VALOR-ANTES
                   STRING MAT-DATA-NASCIMENTO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       MAT-SEXO DELIMITED BY SIZE
                       INTO AUDIT-VALOR-ANTES
                   PERFORM 5100-DIGITAR-CENSO
                   REWRITE REG-MATRICULADO
                   MOVE 'CORRECAO-DADOS-CENSO' TO AUDIT-ACAO
                   MOVE SPACES TO AUDIT-VALOR-DEPOIS
                   STRING MAT-DATA-NASCIMENTO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       MAT-SEXO DELIMITED BY SIZE
                       INTO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   DISPLAY 'Dados do censo corrigidos'
           END-READ.

       5100-DIGITAR-CENSO.
           MOVE 0 TO MAT-DATA-NASCIMENTO
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD
                   (MAT-DATA-NASCIMENTO) = 0
                   AND MAT-DATA-NASCIMENTO < DATA-HOJE
               DISPLAY 'Data de nascimento (AAAAMMDD): '
               ACCEPT MAT-DATA-NASCIMENTO
           END-PERFORM
           MOVE SPACES TO MAT-SEXO
           PERFORM UNTIL MAT-SEXO-VALIDO
               DISPLAY 'Sexo (M/F): '
               ACCEPT MAT-SEXO
               INSPECT MAT-SEXO CONVERTING 'mf' TO 'MF'
           END-PERFORM.

       COPY GravarAuditoria.
       END PROGRAM AlunosManutencao.
