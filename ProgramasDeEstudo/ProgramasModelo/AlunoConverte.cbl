      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Carga unica de conversao do cadastro de alunos para
      *          o registro com a data de inativacao e os dados do
      *          Censo Escolar (nascimento e sexo), no molde do
      *          OperadorConverte: le o ALUNOS de 43 bytes apontado
      *          pelo JCL como ALUANT e reconstroi o ALUNOS no
      *          comprimento novo. Matricula, nome, turma e status
      *          passam como estao. A data de inativacao nasce zerada:
      *          a matricula ja inativa antes da conversao fica fora
      *          da mensalidade do mes e do Censo, como quem saiu ha
      *          muito tempo. Nascimento zerado e sexo em branco fazem
      *          o CensoEscolarExporta apontar o aluno como pendente,
      *          para a secretaria completar no AlunosManutencao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AlunoConverte.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Cadastro no comprimento antigo, geracao final antes da
      *----virada
           SELECT ALUNOS-ANTIGO ASSIGN TO "ALUANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-MATRICULA
               FILE STATUS IS FS-ANTIGO.
           SELECT ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-MATRICULA
               FILE STATUS IS FS-ALUNOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS-ANTIGO.
      *----Layout de 43 bytes, como era antes da inativacao datada
       01  REG-MATRICULADO-ANTIGO.
           03 ANT-MATRICULA PIC 9(6).
           03 ANT-NOME PIC X(30).
           03 ANT-TURMA PIC X(6).
           03 ANT-STATUS PIC X(1).
       FD  ALUNOS.
      *----Mesmo layout do REG-MATRICULADO de AlunosManutencao.cbl
       01  REG-MATRICULADO.
           03 MAT-MATRICULA PIC 9(6).
           03 MAT-NOME PIC X(30).
           03 MAT-TURMA PIC X(6).
           03 MAT-STATUS PIC X(1).
               88 MAT-ATIVO VALUE 'A'.
               88 MAT-INATIVO VALUE 'I'.
           03 MAT-DATA-INATIVACAO PIC 9(8).
           03 MAT-DATA-NASCIMENTO PIC 9(8).
           03 MAT-SEXO PIC X(1).
       WORKING-STORAGE SECTION.
       01  FS-ANTIGO PIC X(2).
       01  FS-ALUNOS PIC X(2).
       01  FIM-ANTIGO PIC X VALUE 'N'.
       01  QTD-CONVERTIDOS PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
           OPEN INPUT ALUNOS-ANTIGO
           IF FS-ANTIGO NOT = '00'
               DISPLAY 'ALUANT INDISPONIVEL (' FS-ANTIGO
                   '), NADA CONVERTIDO'
               STOP RUN
           END-IF
           OPEN OUTPUT ALUNOS
           PERFORM UNTIL FIM-ANTIGO = 'S'
               READ ALUNOS-ANTIGO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ANTIGO
                   NOT AT END
                       PERFORM 1000-CONVERTER-ALUNO
               END-READ
           END-PERFORM
           CLOSE ALUNOS-ANTIGO
           CLOSE ALUNOS
           DISPLAY 'Alunos convertidos: ' QTD-CONVERTIDOS
           STOP RUN.

       1000-CONVERTER-ALUNO.
           MOVE ANT-MATRICULA TO MAT-MATRICULA
           MOVE ANT-NOME TO MAT-NOME
           MOVE ANT-TURMA TO MAT-TURMA
           MOVE ANT-STATUS TO MAT-STATUS
           MOVE 0 TO MAT-DATA-INATIVACAO
           MOVE 0 TO MAT-DATA-NASCIMENTO
           MOVE SPACES TO MAT-SEXO
           WRITE REG-MATRICULADO
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NO ARQUIVO ANTIGO: '
                       ANT-MATRICULA
               NOT INVALID KEY
                   ADD 1 TO QTD-CONVERTIDOS
           END-WRITE.
       END PROGRAM AlunoConverte.
