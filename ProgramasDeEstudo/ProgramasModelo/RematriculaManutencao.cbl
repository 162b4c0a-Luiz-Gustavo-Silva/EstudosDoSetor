      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Balcao da secretaria na campanha de rematricula. O
      *          aluno atual confirma a vaga reservada para o ano
      *          seguinte ate o prazo da turma no VAGTURMA; o candidato
      *          novo e inscrito na lista de espera da turma com a data
      *          de negocio e, se tiver, a matricula do irmao ativo que
      *          lhe da prioridade; o candidato a quem o
      *          RematriculaProcessa ofereceu vaga aceita aqui; e a
      *          desistencia de qualquer pedido libera a vaga para a
      *          proxima oferta. Os pedidos ficam no MATPEDID e cada
      *          mudanca vai para o journal de auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RematriculaManutencao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PEDIDOS ASSIGN TO "MATPEDID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS FS-PEDIDOS.
           SELECT OPTIONAL VAGAS ASSIGN TO "VAGTURMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAG-CHAVE
               FILE STATUS IS FS-VAGAS.
           SELECT OPTIONAL ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-MATRICULA
               FILE STATUS IS FS-ALUNOS.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegPedidoMatricula.
       FD  VAGAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegVagaTurma.
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
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-PEDIDOS PIC X(2).
       01  FS-VAGAS PIC X(2).
       01  FS-ALUNOS PIC X(2).
       01  FIM-PEDIDOS PIC X.
       01  OPCAO PIC 9 VALUE 0.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  ANO-PESQUISA PIC 9(4).
       01  TURMA-PESQUISA PIC X(6).
       01  MATRICULA-PESQUISA PIC 9(6).
       01  NUMERO-PESQUISA PIC 9(6).
       01  PEDIDO-ACHADO PIC X.
       01  PROXIMO-NUMERO PIC 9(6).
       01  RESPOSTA PIC X(3).
      *----Candidato digitado, guardado fora da area do registro
      *----enquanto o MATPEDID e varrido atras do proximo numero
       01  CANDIDATO-NOVO.
           03 CN-NOME PIC X(30).
           03 CN-TURMA PIC X(6).
           03 CN-IRMAO PIC 9(6).
       01  CANDIDATO-VALIDO PIC X.
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           OPEN I-O PEDIDOS
           OPEN INPUT VAGAS
           OPEN INPUT ALUNOS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'REMATRICULAMANUT' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar pedidos da turma'
               DISPLAY '2 - Confirmar rematricula de aluno'
               DISPLAY '3 - Inscrever candidato novo'
               DISPLAY '4 - Aceitar vaga oferecida'
               DISPLAY '5 - Desistencia do pedido'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-LISTAR
                   WHEN 2
                       PERFORM 2000-CONFIRMAR-REMATRICULA
                   WHEN 3
                       PERFORM 3000-INSCREVER-CANDIDATO
                   WHEN 4
                       PERFORM 4000-ACEITAR-OFERTA
                   WHEN 5
                       PERFORM 5000-DESISTIR
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE PEDIDOS
           CLOSE VAGAS
           CLOSE ALUNOS
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-LISTAR.
           DISPLAY 'Ano letivo (AAAA): '
           ACCEPT ANO-PESQUISA
           DISPLAY 'Turma: '
           ACCEPT TURMA-PESQUISA
           INSPECT TURMA-PESQUISA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 'N' TO FIM-PEDIDOS
           MOVE ANO-PESQUISA TO PED-ANO
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
                       IF PED-ANO NOT = ANO-PESQUISA
                           MOVE 'S' TO FIM-PEDIDOS
                       ELSE
                           IF PED-TURMA = TURMA-PESQUISA
                               DISPLAY PED-NUMERO ' ' PED-TIPO ' '
                                   PED-MATRICULA ' ' PED-NOME ' '
                                   PED-SITUACAO ' PEDIDO '
                                   PED-DATA-PEDIDO ' IRMAO '
                                   PED-MATRICULA-IRMAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2000-CONFIRMAR-REMATRICULA.
           DISPLAY 'Ano letivo (AAAA): '
           ACCEPT ANO-PESQUISA
           DISPLAY 'Matricula do aluno: '
           ACCEPT MATRICULA-PESQUISA
           PERFORM 2100-ACHAR-REMATRICULA
           IF PEDIDO-ACHADO = 'N'
               DISPLAY 'Aluno sem reserva de rematricula no ano'
           ELSE
               IF NOT PED-RESERVADO
                   DISPLAY 'Reserva nao esta aberta, situacao '
                       PED-SITUACAO
               ELSE
                   MOVE PED-TURMA TO VAG-TURMA
                   MOVE PED-ANO TO VAG-ANO
                   READ VAGAS KEY IS VAG-CHAVE
                       INVALID KEY
                           MOVE 99999999 TO VAG-PRAZO-REMATRICULA
                   END-READ
                   IF DATA-HOJE > VAG-PRAZO-REMATRICULA
                       DISPLAY 'Prazo da rematricula encerrado em '
                           VAG-PRAZO-REMATRICULA
                   ELSE
                       SET PED-CONFIRMADO TO TRUE
                       MOVE DATA-HOJE TO PED-DATA-SITUACAO
                       REWRITE REG-PEDIDO-MATRICULA
                       MOVE 'CONFIRMA-REMATRICULA' TO AUDIT-ACAO
                       PERFORM 9000-AUDITAR-PEDIDO
                       DISPLAY 'Rematricula confirmada na turma '
                           PED-TURMA
                   END-IF
               END-IF
           END-IF.

      *----Pedido de rematricula do aluno MATRICULA-PESQUISA no ano
      *----ANO-PESQUISA; achado, fica na area do registro
       2100-ACHAR-REMATRICULA.
           MOVE 'N' TO PEDIDO-ACHADO
           MOVE 'N' TO FIM-PEDIDOS
           MOVE ANO-PESQUISA TO PED-ANO
           MOVE 0 TO PED-NUMERO
           START PEDIDOS KEY NOT LESS THAN PED-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PEDIDOS
           END-START
           PERFORM UNTIL FIM-PEDIDOS = 'S' OR PEDIDO-ACHADO = 'S'
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PEDIDOS
                   NOT AT END
                       IF PED-ANO NOT = ANO-PESQUISA
                           MOVE 'S' TO FIM-PEDIDOS
                       ELSE
                           IF PED-REMATRICULA AND
                                   PED-MATRICULA = MATRICULA-PESQUISA
                               MOVE 'S' TO PEDIDO-ACHADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3000-INSCREVER-CANDIDATO.
           DISPLAY 'Ano letivo (AAAA): '
           ACCEPT ANO-PESQUISA
           PERFORM 3100-DIGITAR-CANDIDATO
           IF CANDIDATO-VALIDO = 'S'
               PERFORM 3200-PROXIMO-NUMERO
               MOVE ANO-PESQUISA TO PED-ANO
               MOVE PROXIMO-NUMERO TO PED-NUMERO
               SET PED-CANDIDATO TO TRUE
               MOVE 0 TO PED-MATRICULA
               MOVE CN-NOME TO PED-NOME
               MOVE CN-TURMA TO PED-TURMA
               MOVE DATA-HOJE TO PED-DATA-PEDIDO
               MOVE CN-IRMAO TO PED-MATRICULA-IRMAO
               SET PED-EM-ESPERA TO TRUE
               MOVE DATA-HOJE TO PED-DATA-SITUACAO
               WRITE REG-PEDIDO-MATRICULA
               MOVE 'INSCRICAO-CANDIDATO' TO AUDIT-ACAO
               PERFORM 9000-AUDITAR-PEDIDO
               DISPLAY 'Candidato inscrito na lista de espera, pedido '
                   PED-NUMERO
           END-IF.

      *----Turma com vagas cadastradas no ano e irmao, se informado,
      *----com matricula ativa no ALUNOS
       3100-DIGITAR-CANDIDATO.
           MOVE 'N' TO CANDIDATO-VALIDO
           DISPLAY 'Nome do candidato: '
           ACCEPT CN-NOME
           DISPLAY 'Turma pretendida: '
           ACCEPT CN-TURMA
           INSPECT CN-TURMA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'Matricula do irmao no colegio (0 se nao tem): '
           ACCEPT CN-IRMAO
           IF CN-NOME = SPACES
               DISPLAY 'Nome invalido'
           ELSE
               MOVE CN-TURMA TO VAG-TURMA
               MOVE ANO-PESQUISA TO VAG-ANO
               READ VAGAS KEY IS VAG-CHAVE
                   INVALID KEY
                       DISPLAY 'Turma sem vagas cadastradas no ano'
                   NOT INVALID KEY
                       MOVE 'S' TO CANDIDATO-VALIDO
               END-READ
           END-IF
           IF CANDIDATO-VALIDO = 'S' AND CN-IRMAO NOT = 0
               MOVE CN-IRMAO TO MAT-MATRICULA
               READ ALUNOS KEY IS MAT-MATRICULA
                   INVALID KEY
                       DISPLAY 'Irmao nao matriculado'
                       MOVE 'N' TO CANDIDATO-VALIDO
                   NOT INVALID KEY
                       IF NOT MAT-ATIVO
                           DISPLAY 'Matricula do irmao inativa'
                           MOVE 'N' TO CANDIDATO-VALIDO
                       END-IF
               END-READ
           END-IF.

      *----Os pedidos sao numerados dentro do ano: o ultimo do ano
      *----mais um
       3200-PROXIMO-NUMERO.
           MOVE 0 TO PROXIMO-NUMERO
           MOVE 'N' TO FIM-PEDIDOS
           MOVE ANO-PESQUISA TO PED-ANO
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
                       IF PED-ANO NOT = ANO-PESQUISA
                           MOVE 'S' TO FIM-PEDIDOS
                       ELSE
                           MOVE PED-NUMERO TO PROXIMO-NUMERO
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO PROXIMO-NUMERO.

       4000-ACEITAR-OFERTA.
           PERFORM 4100-LER-PEDIDO
           IF PEDIDO-ACHADO = 'S'
               IF NOT PED-OFERECIDO
                   DISPLAY 'Pedido sem vaga oferecida, situacao '
                       PED-SITUACAO
               ELSE
                   SET PED-CONFIRMADO TO TRUE
                   MOVE DATA-HOJE TO PED-DATA-SITUACAO
                   REWRITE REG-PEDIDO-MATRICULA
                   MOVE 'ACEITE-VAGA' TO AUDIT-ACAO
                   PERFORM 9000-AUDITAR-PEDIDO
                   DISPLAY 'Vaga aceita na turma ' PED-TURMA
               END-IF
           END-IF.

       4100-LER-PEDIDO.
           MOVE 'N' TO PEDIDO-ACHADO
           DISPLAY 'Ano letivo (AAAA): '
           ACCEPT ANO-PESQUISA
           DISPLAY 'Numero do pedido: '
           ACCEPT NUMERO-PESQUISA
           MOVE ANO-PESQUISA TO PED-ANO
           MOVE NUMERO-PESQUISA TO PED-NUMERO
           READ PEDIDOS KEY IS PED-CHAVE
               INVALID KEY
                   DISPLAY 'Pedido nao encontrado'
               NOT INVALID KEY
                   DISPLAY PED-NOME ' TURMA ' PED-TURMA
                       ' SITUACAO ' PED-SITUACAO
                   MOVE 'S' TO PEDIDO-ACHADO
           END-READ.

       5000-DESISTIR.
           PERFORM 4100-LER-PEDIDO
           IF PEDIDO-ACHADO = 'S'
               IF PED-LIBERADO OR PED-MATRICULADO
                   DISPLAY 'Pedido ja encerrado, situacao '
                       PED-SITUACAO
               ELSE
                   DISPLAY 'Confirma a desistencia? SIM/NAO'
                   ACCEPT RESPOSTA
                   INSPECT RESPOSTA CONVERTING 'simnao' TO 'SIMNAO'
                   IF RESPOSTA = 'SIM'
                       SET PED-LIBERADO TO TRUE
                       MOVE DATA-HOJE TO PED-DATA-SITUACAO
                       REWRITE REG-PEDIDO-MATRICULA
                       MOVE 'DESISTENCIA-VAGA' TO AUDIT-ACAO
                       PERFORM 9000-AUDITAR-PEDIDO
                       DISPLAY 'Pedido encerrado, a vaga vai para a '
                           'proxima oferta'
                   END-IF
               END-IF
           END-IF.

       9000-AUDITAR-PEDIDO.
           MOVE SPACES TO AUDIT-VALOR-ANTES
           STRING PED-ANO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PED-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PED-MATRICULA DELIMITED BY SIZE
               INTO AUDIT-VALOR-ANTES
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING PED-TURMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PED-SITUACAO DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA.

       COPY GravarAuditoria.
       END PROGRAM RematriculaManutencao.
