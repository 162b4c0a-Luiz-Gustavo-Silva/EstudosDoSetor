      *          que o boletim individual e as cartas de frequencia
      *          sao enderecados, ja que a maioria dos alunos e menor.
      *          Mudancas journaladas pelo copybook compartilhado.
      *          O responsavel aponta o cliente pagador do CLIENTES,
      *          em nome de quem o MensalidadeGerador emite a
      *          mensalidade no ACCOUNTS, e o percentual de bolsa do
      *          aluno. O cliente precisa existir e estar vivo no
      *          cadastro (nem mesclado nem apagado pela LGPD).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResponsavelManutencao.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESPONSAVEIS ASSIGN TO "RESPONSA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-MATRICULA
               FILE STATUS IS FS-ALUNOS.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
               05 RSP-END-CIDADE PIC X(20).
               05 RSP-END-UF PIC X(2).
               05 RSP-END-CEP PIC X(9).
      *----Cliente pagador da mensalidade no CLIENTES e bolsa do
      *----aluno em percentual sobre o valor do plano da turma
           03 RSP-CLIENTE PIC 9(6).
           03 RSP-BOLSA-PERCENTUAL PIC 9(3)V9(2).
       FD  ALUNOS.
      *----Mesmo layout do REG-MATRICULADO de AlunosManutencao.cbl
       01  REG-MATRICULADO.
           03 MAT-TURMA PIC X(6).
           03 MAT-STATUS PIC X(1).
               88 MAT-ATIVO VALUE 'A'.
           03 MAT-DATA-INATIVACAO PIC 9(8).
           03 MAT-DATA-NASCIMENTO PIC 9(8).
           03 MAT-SEXO PIC X(1).
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-RESPONSAVEIS PIC X(2).
       01  FS-ALUNOS PIC X(2).
       01  FS-CLIENTES PIC X(2).
       01  CLIENTE-OK PIC X.
       01  FIM-RESPONSAVEIS PIC X.
       01  MATRICULA-PESQUISA PIC 9(6).
       01  OPCAO PIC 9 VALUE 0.
       PROCEDURE DIVISION.
           OPEN I-O RESPONSAVEIS
           OPEN INPUT ALUNOS
           OPEN INPUT CLIENTES
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'RESPONSAVELMANUT' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           END-PERFORM
           CLOSE RESPONSAVEIS
           CLOSE ALUNOS
           CLOSE CLIENTES
           CLOSE AUDIT-JOURNAL
           GOBACK.

                   NOT AT END
                       DISPLAY RSP-MATRICULA ' ' RSP-NOME ' ('
                           RSP-PARENTESCO ') ' RSP-END-CIDADE '/'
                           RSP-END-UF ' PAGADOR ' RSP-CLIENTE
               END-READ
           END-PERFORM.

           DISPLAY 'Bairro: ' ACCEPT RSP-END-BAIRRO
           DISPLAY 'Cidade: ' ACCEPT RSP-END-CIDADE
           DISPLAY 'UF: ' ACCEPT RSP-END-UF
           DISPLAY 'CEP: ' ACCEPT RSP-END-CEP
           MOVE 'N' TO CLIENTE-OK
           PERFORM UNTIL CLIENTE-OK = 'S'
               DISPLAY 'Cliente pagador (CLIENTES): '
               ACCEPT RSP-CLIENTE
               MOVE RSP-CLIENTE TO CLI-NUMERO
               READ CLIENTES KEY IS CLI-NUMERO
                   INVALID KEY
                       DISPLAY 'Cliente nao cadastrado'
                   NOT INVALID KEY
                       IF CLI-MESCLADO OR CLI-BLOQUEADO-LGPD
                           DISPLAY 'Cliente mesclado ou apagado, '
                               'use o cadastro vivo'
                       ELSE
                           MOVE 'S' TO CLIENTE-OK
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'Bolsa (percentual, 0 sem bolsa): '
           ACCEPT RSP-BOLSA-PERCENTUAL
           PERFORM UNTIL RSP-BOLSA-PERCENTUAL NOT GREATER 100
               DISPLAY 'Bolsa acima de 100%, digite de novo: '
               ACCEPT RSP-BOLSA-PERCENTUAL
           END-PERFORM.

       3000-ALTERAR.
           DISPLAY 'Matricula do aluno: '
