      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Manutencao da tabela de vagas VAGTURMA da campanha de
      *          rematricula: capacidade de cada turma no ano letivo e
      *          o prazo para os alunos atuais confirmarem a vaga. A
      *          listagem mostra a ocupacao e a fila de espera tiradas
      *          dos pedidos MATPEDID. A capacidade nao pode ficar
      *          abaixo das vagas ja ocupadas. Mudancas journaladas pelo
      *          copybook compartilhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VagaTurmaManutencao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VAGAS ASSIGN TO "VAGTURMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAG-CHAVE
               FILE STATUS IS FS-VAGAS.
           SELECT OPTIONAL PEDIDOS ASSIGN TO "MATPEDID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS FS-PEDIDOS.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  VAGAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegVagaTurma.
       FD  PEDIDOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegPedidoMatricula.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-VAGAS PIC X(2).
       01  FS-PEDIDOS PIC X(2).
       01  FIM-VAGAS PIC X.
       01  FIM-PEDIDOS PIC X.
       01  OPCAO PIC 9 VALUE 0.
       01  ANO-PESQUISA PIC 9(4).
       01  TURMA-PESQUISA PIC X(6).
       01  RESPOSTA PIC X(3).
       01  CAPACIDADE-DIGITADA PIC 9(3).
       01  PRAZO-DIGITADO PIC 9(8).
       01  QTD-OCUPADAS PIC 9(4).
       01  QTD-ESPERA PIC 9(4).
       PROCEDURE DIVISION.
           OPEN I-O VAGAS
           OPEN INPUT PEDIDOS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'VAGATURMAMANUT' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar vagas do ano'
               DISPLAY '2 - Incluir / alterar vagas da turma'
               DISPLAY '3 - Excluir vagas da turma'
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
           CLOSE VAGAS
           CLOSE PEDIDOS
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-LISTAR.
           DISPLAY 'Ano letivo (AAAA): '
           ACCEPT ANO-PESQUISA
           MOVE 'N' TO FIM-VAGAS
           MOVE LOW-VALUES TO VAG-CHAVE
           START VAGAS KEY NOT LESS THAN VAG-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-VAGAS
           END-START
           PERFORM UNTIL FIM-VAGAS = 'S'
               READ VAGAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-VAGAS
                   NOT AT END
                       IF VAG-ANO = ANO-PESQUISA
                           PERFORM 1100-CONTAR-OCUPACAO
                           DISPLAY VAG-TURMA ' CAPACIDADE '
                               VAG-CAPACIDADE ' OCUPADAS '
                               QTD-OCUPADAS ' EM ESPERA ' QTD-ESPERA
                               ' PRAZO ' VAG-PRAZO-REMATRICULA
                       END-IF
               END-READ
           END-PERFORM.

      *----Vagas ocupadas e fila de espera da turma VAG-TURMA no ano
      *----VAG-ANO, contadas nos pedidos do ano
       1100-CONTAR-OCUPACAO.
           MOVE 0 TO QTD-OCUPADAS
           MOVE 0 TO QTD-ESPERA
           MOVE 'N' TO FIM-PEDIDOS
           MOVE VAG-ANO TO PED-ANO
           MOVE 0 TO PED-NUMERO
           START PEDIDOS KEY NOT LESS THAN PED-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PEDIDOS
           END-START
           PERFORM UNTIL FIM-PEDIDOS = 'S'
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PEDIDOS
                   NOT AT END
                       IF PED-ANO NOT = VAG-ANO
                           MOVE 'S' TO FIM-PEDIDOS
                       ELSE
                           IF PED-TURMA = VAG-TURMA
                               IF PED-OCUPA-VAGA
                                   ADD 1 TO QTD-OCUPADAS
                               END-IF
                               IF PED-EM-ESPERA
                                   ADD 1 TO QTD-ESPERA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2000-MANTER.
           DISPLAY 'Ano letivo (AAAA): '
           ACCEPT ANO-PESQUISA
           DISPLAY 'Turma: '
           ACCEPT TURMA-PESQUISA
           INSPECT TURMA-PESQUISA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF TURMA-PESQUISA = SPACES
               DISPLAY 'Turma invalida'
           ELSE
               DISPLAY 'Capacidade da turma: '
               ACCEPT CAPACIDADE-DIGITADA
               DISPLAY 'Prazo da rematricula (AAAAMMDD): '
               ACCEPT PRAZO-DIGITADO
               MOVE TURMA-PESQUISA TO VAG-TURMA
               MOVE ANO-PESQUISA TO VAG-ANO
               READ VAGAS KEY IS VAG-CHAVE
                   INVALID KEY
                       IF CAPACIDADE-DIGITADA = 0
                           DISPLAY 'Capacidade invalida'
                       ELSE
                           MOVE CAPACIDADE-DIGITADA TO VAG-CAPACIDADE
                           MOVE PRAZO-DIGITADO
                               TO VAG-PRAZO-REMATRICULA
                           WRITE REG-VAGA-TURMA
                           MOVE SPACES TO AUDIT-VALOR-ANTES
                           MOVE 'INCLUSAO-VAGAS' TO AUDIT-ACAO
                           PERFORM 2300-AUDITAR-VAGAS
                           DISPLAY 'Vagas incluidas'
                       END-IF
                   NOT INVALID KEY
                       PERFORM 1100-CONTAR-OCUPACAO
                       IF CAPACIDADE-DIGITADA < QTD-OCUPADAS
                           DISPLAY 'Capacidade abaixo das '
                               QTD-OCUPADAS ' vagas ja ocupadas'
                       ELSE
                           PERFORM 2250-MONTAR-VALOR-VAGAS
                           MOVE AUDIT-VALOR-DEPOIS
                               TO AUDIT-VALOR-ANTES
                           MOVE CAPACIDADE-DIGITADA TO VAG-CAPACIDADE
                           MOVE PRAZO-DIGITADO
                               TO VAG-PRAZO-REMATRICULA
                           REWRITE REG-VAGA-TURMA
                           MOVE 'ALTERACAO-VAGAS' TO AUDIT-ACAO
                           PERFORM 2300-AUDITAR-VAGAS
                           DISPLAY 'Vagas alteradas'
                       END-IF
               END-READ
           END-IF.

       2250-MONTAR-VALOR-VAGAS.
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING VAG-TURMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VAG-ANO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VAG-CAPACIDADE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VAG-PRAZO-REMATRICULA DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS.

       2300-AUDITAR-VAGAS.
           PERFORM 2250-MONTAR-VALOR-VAGAS
           PERFORM 9900-GRAVAR-AUDITORIA.

       3000-EXCLUIR.
           DISPLAY 'Ano letivo (AAAA): '
           ACCEPT ANO-PESQUISA
           DISPLAY 'Turma: '
           ACCEPT TURMA-PESQUISA
           INSPECT TURMA-PESQUISA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE TURMA-PESQUISA TO VAG-TURMA
           MOVE ANO-PESQUISA TO VAG-ANO
           READ VAGAS KEY IS VAG-CHAVE
               INVALID KEY
                   DISPLAY 'Turma sem vagas no ano'
               NOT INVALID KEY
                   PERFORM 1100-CONTAR-OCUPACAO
                   IF QTD-OCUPADAS > 0 OR QTD-ESPERA > 0
                       DISPLAY 'Turma com pedidos no ano, exclusao '
                           'recusada'
                   ELSE
                       DISPLAY 'Confirma a exclusao? SIM/NAO'
                       ACCEPT RESPOSTA
                       INSPECT RESPOSTA CONVERTING 'simnao'
                           TO 'SIMNAO'
                       IF RESPOSTA = 'SIM'
                           PERFORM 2250-MONTAR-VALOR-VAGAS
                           MOVE AUDIT-VALOR-DEPOIS
                               TO AUDIT-VALOR-ANTES
                           MOVE SPACES TO AUDIT-VALOR-DEPOIS
                           DELETE VAGAS RECORD
                           MOVE 'EXCLUSAO-VAGAS' TO AUDIT-ACAO
                           PERFORM 9900-GRAVAR-AUDITORIA
                           DISPLAY 'Vagas excluidas'
                       END-IF
                   END-IF
           END-READ.

       COPY GravarAuditoria.
       END PROGRAM VagaTurmaManutencao.
