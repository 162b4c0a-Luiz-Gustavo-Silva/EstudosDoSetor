      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Manutencao da tabela de sucessao de turmas TURMASUC
      *          usada pelo PromocaoAnual na virada do ano: para cada
      *          turma, a turma seguinte do aluno aprovado ou a marca
      *          de ultima serie (aprovado conclui e sai do cadastro
      *          ativo). Mudancas journaladas pelo copybook
      *          compartilhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TurmaSucessaoManutencao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUCESSOES ASSIGN TO "TURMASUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-TURMA
               FILE STATUS IS FS-SUCESSOES.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  SUCESSOES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegTurmaSucessao.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-SUCESSOES PIC X(2).
       01  FIM-SUCESSOES PIC X.
       01  OPCAO PIC 9 VALUE 0.
       01  TURMA-PESQUISA PIC X(6).
       01  RESPOSTA PIC X(3).
       01  SUCESSAO-VALIDA PIC X.
       PROCEDURE DIVISION.
           OPEN I-O SUCESSOES
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'TURMASUCESSAO' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar sucessao de turmas'
               DISPLAY '2 - Incluir / alterar sucessao'
               DISPLAY '3 - Excluir sucessao'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-LISTAR
                   WHEN 2
                       PERFORM 2000-MANTER
                   WHEN 3
                       PERFORM 3000-EXCLUIR
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE SUCESSOES
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-LISTAR.
           MOVE 'N' TO FIM-SUCESSOES
           MOVE LOW-VALUES TO SUC-TURMA
           START SUCESSOES KEY NOT LESS THAN SUC-TURMA
               INVALID KEY
                   MOVE 'S' TO FIM-SUCESSOES
           END-START
           PERFORM UNTIL FIM-SUCESSOES = 'S'
               READ SUCESSOES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-SUCESSOES
                   NOT AT END
                       IF SUC-ULTIMA-SERIE
                           DISPLAY SUC-TURMA ' -> CONCLUI O CURSO'
                       ELSE
                           DISPLAY SUC-TURMA ' -> ' SUC-PROXIMA
                       END-IF
               END-READ
           END-PERFORM.

       2000-MANTER.
           DISPLAY 'Turma: '
           ACCEPT TURMA-PESQUISA
           INSPECT TURMA-PESQUISA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF TURMA-PESQUISA = SPACES
               DISPLAY 'Turma invalida'
           ELSE
               MOVE TURMA-PESQUISA TO SUC-TURMA
               READ SUCESSOES KEY IS SUC-TURMA
                   INVALID KEY
                       MOVE SPACES TO AUDIT-VALOR-ANTES
                       MOVE 'INCLUSAO-SUCESSAO' TO AUDIT-ACAO
                       PERFORM 2100-DIGITAR-SUCESSAO
                       IF SUCESSAO-VALIDA = 'S'
                           WRITE REG-TURMA-SUCESSAO
                           PERFORM 2300-AUDITAR-SUCESSAO
                           DISPLAY 'Sucessao incluida'
                       END-IF
                   NOT INVALID KEY
                       PERFORM 2250-MONTAR-VALOR-SUCESSAO
                       MOVE AUDIT-VALOR-DEPOIS TO AUDIT-VALOR-ANTES
                       MOVE 'ALTERACAO-SUCESSAO' TO AUDIT-ACAO
                       PERFORM 2100-DIGITAR-SUCESSAO
                       IF SUCESSAO-VALIDA = 'S'
                           REWRITE REG-TURMA-SUCESSAO
                           PERFORM 2300-AUDITAR-SUCESSAO
                           DISPLAY 'Sucessao alterada'
                       END-IF
               END-READ
           END-IF.

       2100-DIGITAR-SUCESSAO.
           MOVE 'N' TO SUCESSAO-VALIDA
           DISPLAY 'Ultima serie do curso? S/N'
           ACCEPT SUC-ULTIMA
           INSPECT SUC-ULTIMA CONVERTING 'sn' TO 'SN'
           IF SUC-ULTIMA-SERIE
               MOVE SPACES TO SUC-PROXIMA
               MOVE 'S' TO SUCESSAO-VALIDA
           ELSE
               MOVE 'N' TO SUC-ULTIMA
               DISPLAY 'Turma seguinte: '
               ACCEPT SUC-PROXIMA
               INSPECT SUC-PROXIMA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF SUC-PROXIMA = SPACES OR
                       SUC-PROXIMA = TURMA-PESQUISA
                   DISPLAY 'Turma seguinte invalida'
               ELSE
                   MOVE 'S' TO SUCESSAO-VALIDA
               END-IF
           END-IF
           MOVE TURMA-PESQUISA TO SUC-TURMA.

       2250-MONTAR-VALOR-SUCESSAO.
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING SUC-TURMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SUC-PROXIMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SUC-ULTIMA DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS.

       2300-AUDITAR-SUCESSAO.
           PERFORM 2250-MONTAR-VALOR-SUCESSAO
           PERFORM 9900-GRAVAR-AUDITORIA.

       3000-EXCLUIR.
           DISPLAY 'Turma: '
           ACCEPT TURMA-PESQUISA
           INSPECT TURMA-PESQUISA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE TURMA-PESQUISA TO SUC-TURMA
           READ SUCESSOES KEY IS SUC-TURMA
               INVALID KEY
                   DISPLAY 'Turma sem sucessao'
               NOT INVALID KEY
                   DISPLAY 'Confirma a exclusao? SIM/NAO'
                   ACCEPT RESPOSTA
                   INSPECT RESPOSTA CONVERTING 'simnao' TO 'SIMNAO'
                   IF RESPOSTA = 'SIM'
                       PERFORM 2250-MONTAR-VALOR-SUCESSAO
                       MOVE AUDIT-VALOR-DEPOIS TO AUDIT-VALOR-ANTES
                       MOVE SPACES TO AUDIT-VALOR-DEPOIS
                       DELETE SUCESSOES RECORD
                       MOVE 'EXCLUSAO-SUCESSAO' TO AUDIT-ACAO
                       PERFORM 9900-GRAVAR-AUDITORIA
                       DISPLAY 'Sucessao excluida'
                   END-IF
           END-READ.

       COPY GravarAuditoria.
       END PROGRAM TurmaSucessaoManutencao.
