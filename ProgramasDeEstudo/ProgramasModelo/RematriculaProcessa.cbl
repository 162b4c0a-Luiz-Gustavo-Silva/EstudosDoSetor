      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Batch da campanha de rematricula, em tres etapas
      *          escolhidas na entrada:
      *          1 - abertura: cada aluno ativo do ALUNOS ganha no
      *              MATPEDID uma reserva na turma do ano seguinte,
      *              tirada da sucessao TURMASUC (aluno da ultima serie
      *              nao reserva, turma sem sucessao reserva a mesma);
      *          2 - vagas (rodada toda noite durante a campanha): a
      *              reserva nao confirmada depois do prazo da turma no
      *              VAGTURMA e liberada, e cada vaga livre e oferecida
      *              ao proximo da lista de espera da turma (primeiro
      *              quem tem irmao matriculado, depois a data do
      *              pedido, depois a ordem de inscricao);
      *          3 - geracao: o candidato confirmado vira registro novo
      *              do ALUNOS na turma do pedido, com a matricula
      *              seguinte a maior existente; o aluno que nao
      *              confirmou a rematricula e inativado com a data de
      *              negocio. A troca de turma do aluno que fica e do
      *              PromocaoAnual.
      *          Abertura e geracao passam pelo registro de lotes
      *          (LoteRegistro) e nao rodam duas vezes no mesmo ano.
      *          Tudo o que muda sai no REMATRPT e no journal de
      *          auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RematriculaProcessa.
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
           SELECT OPTIONAL SUCESSOES ASSIGN TO "TURMASUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-TURMA
               FILE STATUS IS FS-SUCESSOES.
           SELECT RELATORIO-REMATRICULA ASSIGN TO "REMATRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
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
       FD  SUCESSOES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegTurmaSucessao.
       FD  RELATORIO-REMATRICULA.
       01  REG-RELATORIO PIC X(100).
       COPY AuditJournalFD.
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-PEDIDOS PIC X(2).
       01  FS-VAGAS PIC X(2).
       01  FS-ALUNOS PIC X(2).
       01  FS-SUCESSOES PIC X(2).
       01  FIM-PEDIDOS PIC X.
       01  FIM-VAGAS PIC X.
       01  FIM-ALUNOS PIC X.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  ANO-CAMPANHA PIC 9(4).
       01  ETAPA PIC 9(1).
           88 ETAPA-ABERTURA VALUE 1.
           88 ETAPA-VAGAS VALUE 2.
           88 ETAPA-GERACAO VALUE 3.
      *----Registro central de lotes: abertura e geracao uma vez por
      *----ano, com o ano como sequencia
       01  LOTE-ARQUIVO PIC X(8).
       01  LOTE-ORIGEM PIC X(3) VALUE 'ESC'.
       01  LOTE-SEQUENCIA PIC 9(6).
       01  RETORNO-LOTE PIC 9(2).
       01  PROXIMO-NUMERO PIC 9(6).
       01  PROXIMA-MATRICULA PIC 9(6).
       01  TURMA-DESTINO PIC X(6).
      *----Ocupacao da turma e melhor candidato da fila de espera
       01  QTD-OCUPADAS PIC 9(4).
       01  MELHOR-NUMERO PIC 9(6).
       01  MELHOR-IRMAO PIC X(1).
       01  MELHOR-DATA PIC 9(8).
       01  PEDIDO-IRMAO PIC X(1).
       01  QTD-LIDOS PIC 9(6) VALUE 0.
       01  QTD-GRAVADOS PIC 9(6) VALUE 0.
       01  QTD-AVISOS PIC 9(6) VALUE 0.
       01  LINHA-REMATRICULA.
           03 LR-NUMERO PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LR-TIPO PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LR-MATRICULA PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LR-NOME PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LR-TURMA PIC X(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LR-ACAO PIC X(30).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           DISPLAY 'Ano letivo da campanha (AAAA): '
           ACCEPT ANO-CAMPANHA
           DISPLAY 'Etapa (1 abertura, 2 vagas, 3 geracao): '
           ACCEPT ETAPA
           IF NOT ETAPA-ABERTURA AND NOT ETAPA-VAGAS
                   AND NOT ETAPA-GERACAO
               DISPLAY 'ETAPA INVALIDA, RODADA RECUSADA'
               STOP RUN
           END-IF
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           IF ETAPA-ABERTURA OR ETAPA-GERACAO
               IF ETAPA-ABERTURA
                   MOVE 'REMATABR' TO LOTE-ARQUIVO
               ELSE
                   MOVE 'REMATGER' TO LOTE-ARQUIVO
               END-IF
               MOVE ANO-CAMPANHA TO LOTE-SEQUENCIA
               CALL 'LoteRegistro' USING LOTE-ARQUIVO LOTE-ORIGEM
                   DATA-HOJE LOTE-SEQUENCIA RETORNO-LOTE
               IF RETORNO-LOTE = 10
                   DISPLAY 'ETAPA ' ETAPA ' JA RODADA PARA '
                       ANO-CAMPANHA ', RODADA RECUSADA'
                   STOP RUN
               END-IF
               IF RETORNO-LOTE = 20
                   DISPLAY 'AVISO: REGISTRO DE LOTES INDISPONIVEL'
               END-IF
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'REMATRICULAPROCESSA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN I-O PEDIDOS
           OPEN INPUT VAGAS
           IF ETAPA-GERACAO
               OPEN I-O ALUNOS
           ELSE
               OPEN INPUT ALUNOS
           END-IF
           OPEN INPUT SUCESSOES
           OPEN OUTPUT RELATORIO-REMATRICULA
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'REMATRICULAPROCESSA' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           MOVE SPACES TO LINHA-RESUMO
           STRING 'CAMPANHA DE REMATRICULA ' DELIMITED BY SIZE
               ANO-CAMPANHA DELIMITED BY SIZE
               ' - ETAPA ' DELIMITED BY SIZE
               ETAPA DELIMITED BY SIZE
               ' - DATA ' DELIMITED BY SIZE
               DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'PEDIDO T MATRIC NOME                           TURMA'
               & '  ACAO' TO REG-RELATORIO
           WRITE REG-RELATORIO
           EVALUATE TRUE
               WHEN ETAPA-ABERTURA
                   PERFORM 1000-ABRIR-CAMPANHA
               WHEN ETAPA-VAGAS
                   PERFORM 2000-LIBERAR-RESERVAS
                   PERFORM 2500-OFERECER-VAGAS
               WHEN ETAPA-GERACAO
                   PERFORM 3000-GERAR-MATRICULAS
           END-EVALUATE
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'PEDIDOS LIDOS: ' DELIMITED BY SIZE
               QTD-LIDOS DELIMITED BY SIZE
               '  ALTERADOS: ' DELIMITED BY SIZE
               QTD-GRAVADOS DELIMITED BY SIZE
               '  AVISOS: ' DELIMITED BY SIZE
               QTD-AVISOS DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE PEDIDOS
           CLOSE VAGAS
           CLOSE ALUNOS
           CLOSE SUCESSOES
           CLOSE RELATORIO-REMATRICULA
           CLOSE AUDIT-JOURNAL
           DISPLAY 'Lidos:     ' QTD-LIDOS
           DISPLAY 'Alterados: ' QTD-GRAVADOS
           DISPLAY 'Avisos:    ' QTD-AVISOS
           MOVE QTD-LIDOS TO RUN-LIDOS
           MOVE QTD-GRAVADOS TO RUN-GRAVADOS
           MOVE QTD-AVISOS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

      *----Etapa 1: uma reserva por aluno ativo, na turma seguinte
       1000-ABRIR-CAMPANHA.
           PERFORM 1900-PROXIMO-NUMERO
           MOVE 'N' TO FIM-ALUNOS
           MOVE LOW-VALUES TO MAT-MATRICULA
           START ALUNOS KEY NOT LESS THAN MAT-MATRICULA
               INVALID KEY
                   MOVE 'S' TO FIM-ALUNOS
           END-START
           PERFORM UNTIL FIM-ALUNOS = 'S'
               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ALUNOS
                   NOT AT END
                       IF MAT-ATIVO
                           ADD 1 TO QTD-LIDOS
                           PERFORM 1100-RESERVAR
                       END-IF
               END-READ
           END-PERFORM.

       1100-RESERVAR.
           MOVE 0 TO LR-NUMERO
           MOVE 'R' TO LR-TIPO
           MOVE MAT-MATRICULA TO LR-MATRICULA
           MOVE MAT-NOME TO LR-NOME
           MOVE MAT-TURMA TO LR-TURMA
           MOVE MAT-TURMA TO SUC-TURMA
           READ SUCESSOES KEY IS SUC-TURMA
               INVALID KEY
                   MOVE MAT-TURMA TO TURMA-DESTINO
                   ADD 1 TO QTD-AVISOS
                   MOVE 'TURMA SEM SUCESSAO, MESMA TURMA' TO LR-ACAO
                   PERFORM 8000-LISTAR
               NOT INVALID KEY
                   IF SUC-ULTIMA-SERIE
                       MOVE SPACES TO TURMA-DESTINO
                       MOVE 'ULTIMA SERIE, SEM RESERVA' TO LR-ACAO
                       PERFORM 8000-LISTAR
                   ELSE
                       MOVE SUC-PROXIMA TO TURMA-DESTINO
                   END-IF
           END-READ
           IF TURMA-DESTINO NOT = SPACES
               MOVE ANO-CAMPANHA TO PED-ANO
               MOVE PROXIMO-NUMERO TO PED-NUMERO
               ADD 1 TO PROXIMO-NUMERO
               SET PED-REMATRICULA TO TRUE
               MOVE MAT-MATRICULA TO PED-MATRICULA
               MOVE MAT-NOME TO PED-NOME
               MOVE TURMA-DESTINO TO PED-TURMA
               MOVE DATA-HOJE TO PED-DATA-PEDIDO
               MOVE 0 TO PED-MATRICULA-IRMAO
               SET PED-RESERVADO TO TRUE
               MOVE DATA-HOJE TO PED-DATA-SITUACAO
               WRITE REG-PEDIDO-MATRICULA
               ADD 1 TO QTD-GRAVADOS
               MOVE 'RESERVA-REMATRICULA' TO AUDIT-ACAO
               PERFORM 9000-AUDITAR-PEDIDO
               MOVE PED-NUMERO TO LR-NUMERO
               MOVE TURMA-DESTINO TO LR-TURMA
               MOVE 'VAGA RESERVADA' TO LR-ACAO
               PERFORM 8000-LISTAR
               MOVE TURMA-DESTINO TO VAG-TURMA
               MOVE ANO-CAMPANHA TO VAG-ANO
               READ VAGAS KEY IS VAG-CHAVE
                   INVALID KEY
                       ADD 1 TO QTD-AVISOS
                       MOVE 'AVISO: TURMA SEM VAGAS NO ANO' TO LR-ACAO
                       PERFORM 8000-LISTAR
               END-READ
           END-IF.

      *----Os pedidos sao numerados dentro do ano: o ultimo do ano
      *----mais um, como no RematriculaManutencao
       1900-PROXIMO-NUMERO.
           MOVE 0 TO PROXIMO-NUMERO
           MOVE 'N' TO FIM-PEDIDOS
           MOVE ANO-CAMPANHA TO PED-ANO
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
                       IF PED-ANO NOT = ANO-CAMPANHA
                           MOVE 'S' TO FIM-PEDIDOS
                       ELSE
                           MOVE PED-NUMERO TO PROXIMO-NUMERO
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO PROXIMO-NUMERO.

      *----Etapa 2a: reserva ainda nao confirmada com o prazo da turma
      *----vencido volta a ser vaga livre. Turma sem vagas cadastradas
      *----nao tem prazo e a reserva fica
       2000-LIBERAR-RESERVAS.
           PERFORM 2900-INICIAR-PEDIDOS
           PERFORM UNTIL FIM-PEDIDOS = 'S'
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PEDIDOS
                   NOT AT END
                       IF PED-ANO NOT = ANO-CAMPANHA
                           MOVE 'S' TO FIM-PEDIDOS
                       ELSE
                           ADD 1 TO QTD-LIDOS
                           IF PED-RESERVADO
                               PERFORM 2100-CONFERIR-PRAZO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2100-CONFERIR-PRAZO.
           MOVE PED-TURMA TO VAG-TURMA
           MOVE ANO-CAMPANHA TO VAG-ANO
           READ VAGAS KEY IS VAG-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DATA-HOJE > VAG-PRAZO-REMATRICULA
                       SET PED-LIBERADO TO TRUE
                       MOVE DATA-HOJE TO PED-DATA-SITUACAO
                       REWRITE REG-PEDIDO-MATRICULA
                       ADD 1 TO QTD-GRAVADOS
                       MOVE 'LIBERACAO-VAGA' TO AUDIT-ACAO
                       PERFORM 9000-AUDITAR-PEDIDO
                       PERFORM 8100-MONTAR-LINHA
                       MOVE 'RESERVA LIBERADA, PRAZO VENCIDO'
                           TO LR-ACAO
                       PERFORM 8000-LISTAR
                   END-IF
           END-READ.

      *----Etapa 2b: turma por turma do ano, oferece as vagas livres
      *----ao melhor da lista de espera ate lotar ou a fila acabar
       2500-OFERECER-VAGAS.
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
                       IF VAG-ANO = ANO-CAMPANHA
                           PERFORM 2600-CONTAR-OCUPACAO
                           MOVE 1 TO MELHOR-NUMERO
                           PERFORM UNTIL QTD-OCUPADAS >= VAG-CAPACIDADE
                                   OR MELHOR-NUMERO = 0
                               PERFORM 2700-ESCOLHER-CANDIDATO
                               IF MELHOR-NUMERO NOT = 0
                                   PERFORM 2800-OFERECER
                                   ADD 1 TO QTD-OCUPADAS
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

       2600-CONTAR-OCUPACAO.
           MOVE 0 TO QTD-OCUPADAS
           PERFORM 2900-INICIAR-PEDIDOS
           PERFORM UNTIL FIM-PEDIDOS = 'S'
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PEDIDOS
                   NOT AT END
                       IF PED-ANO NOT = ANO-CAMPANHA
                           MOVE 'S' TO FIM-PEDIDOS
                       ELSE
                           IF PED-TURMA = VAG-TURMA AND PED-OCUPA-VAGA
                               ADD 1 TO QTD-OCUPADAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----Melhor da fila da turma: irmao matriculado primeiro, depois
      *----o pedido mais antigo; no empate fica o de numero menor, que
      *----a leitura pela chave encontra antes
       2700-ESCOLHER-CANDIDATO.
           MOVE 0 TO MELHOR-NUMERO
           MOVE 'N' TO MELHOR-IRMAO
           MOVE 99999999 TO MELHOR-DATA
           PERFORM 2900-INICIAR-PEDIDOS
           PERFORM UNTIL FIM-PEDIDOS = 'S'
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PEDIDOS
                   NOT AT END
                       IF PED-ANO NOT = ANO-CAMPANHA
                           MOVE 'S' TO FIM-PEDIDOS
                       ELSE
                           IF PED-TURMA = VAG-TURMA AND PED-EM-ESPERA
                               PERFORM 2750-COMPARAR-CANDIDATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2750-COMPARAR-CANDIDATO.
           IF PED-MATRICULA-IRMAO NOT = 0
               MOVE 'S' TO PEDIDO-IRMAO
           ELSE
               MOVE 'N' TO PEDIDO-IRMAO
           END-IF
           IF MELHOR-NUMERO = 0
                   OR (PEDIDO-IRMAO = 'S' AND MELHOR-IRMAO = 'N')
                   OR (PEDIDO-IRMAO = MELHOR-IRMAO AND
                       PED-DATA-PEDIDO < MELHOR-DATA)
               MOVE PED-NUMERO TO MELHOR-NUMERO
               MOVE PEDIDO-IRMAO TO MELHOR-IRMAO
               MOVE PED-DATA-PEDIDO TO MELHOR-DATA
           END-IF.

       2800-OFERECER.
           MOVE ANO-CAMPANHA TO PED-ANO
           MOVE MELHOR-NUMERO TO PED-NUMERO
           READ PEDIDOS KEY IS PED-CHAVE
           SET PED-OFERECIDO TO TRUE
           MOVE DATA-HOJE TO PED-DATA-SITUACAO
           REWRITE REG-PEDIDO-MATRICULA
           ADD 1 TO QTD-GRAVADOS
           MOVE 'OFERTA-VAGA' TO AUDIT-ACAO
           PERFORM 9000-AUDITAR-PEDIDO
           PERFORM 8100-MONTAR-LINHA
           IF MELHOR-IRMAO = 'S'
               MOVE 'VAGA OFERECIDA (PRIORIDADE IRMAO)' TO LR-ACAO
           ELSE
               MOVE 'VAGA OFERECIDA' TO LR-ACAO
           END-IF
           PERFORM 8000-LISTAR.

       2900-INICIAR-PEDIDOS.
           MOVE 'N' TO FIM-PEDIDOS
           MOVE ANO-CAMPANHA TO PED-ANO
           MOVE 0 TO PED-NUMERO
           START PEDIDOS KEY NOT LESS THAN PED-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PEDIDOS
           END-START.

      *----Etapa 3: so o confirmado entra no ALUNOS do ano. O aluno
      *----atual que nao confirmou sai do cadastro ativo
       3000-GERAR-MATRICULAS.
           PERFORM 3900-MAIOR-MATRICULA
           PERFORM 2900-INICIAR-PEDIDOS
           PERFORM UNTIL FIM-PEDIDOS = 'S'
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PEDIDOS
                   NOT AT END
                       IF PED-ANO NOT = ANO-CAMPANHA
                           MOVE 'S' TO FIM-PEDIDOS
                       ELSE
                           ADD 1 TO QTD-LIDOS
                           PERFORM 3100-GERAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.

       3100-GERAR-PEDIDO.
           PERFORM 8100-MONTAR-LINHA
           EVALUATE TRUE
               WHEN PED-CONFIRMADO AND PED-CANDIDATO
                   PERFORM 3200-MATRICULAR-CANDIDATO
               WHEN PED-CONFIRMADO AND PED-REMATRICULA
                   SET PED-MATRICULADO TO TRUE
                   MOVE DATA-HOJE TO PED-DATA-SITUACAO
                   REWRITE REG-PEDIDO-MATRICULA
                   ADD 1 TO QTD-GRAVADOS
                   MOVE 'REMATRICULADO' TO LR-ACAO
                   PERFORM 8000-LISTAR
               WHEN PED-REMATRICULA AND
                       (PED-RESERVADO OR PED-LIBERADO)
                   PERFORM 3300-INATIVAR-ALUNO
               WHEN PED-EM-ESPERA OR PED-OFERECIDO
                   ADD 1 TO QTD-AVISOS
                   MOVE 'NAO MATRICULADO, SEM CONFIRMACAO' TO LR-ACAO
                   PERFORM 8000-LISTAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3200-MATRICULAR-CANDIDATO.
           ADD 1 TO PROXIMA-MATRICULA
           MOVE PROXIMA-MATRICULA TO MAT-MATRICULA
           MOVE PED-NOME TO MAT-NOME
           MOVE PED-TURMA TO MAT-TURMA
           SET MAT-ATIVO TO TRUE
           MOVE 0 TO MAT-DATA-INATIVACAO
           MOVE 0 TO MAT-DATA-NASCIMENTO
           MOVE SPACES TO MAT-SEXO
           WRITE REG-MATRICULADO
           MOVE 'MATRICULA-ALUNO' TO AUDIT-ACAO
           MOVE SPACES TO AUDIT-VALOR-ANTES
           MOVE MAT-MATRICULA TO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           MOVE PROXIMA-MATRICULA TO PED-MATRICULA
           SET PED-MATRICULADO TO TRUE
           MOVE DATA-HOJE TO PED-DATA-SITUACAO
           REWRITE REG-PEDIDO-MATRICULA
           ADD 1 TO QTD-GRAVADOS
           MOVE PED-MATRICULA TO LR-MATRICULA
           MOVE 'MATRICULA NOVA NO ALUNOS' TO LR-ACAO
           PERFORM 8000-LISTAR.

       3300-INATIVAR-ALUNO.
           IF PED-RESERVADO
               SET PED-LIBERADO TO TRUE
               MOVE DATA-HOJE TO PED-DATA-SITUACAO
               REWRITE REG-PEDIDO-MATRICULA
           END-IF
           MOVE PED-MATRICULA TO MAT-MATRICULA
           READ ALUNOS KEY IS MAT-MATRICULA
               INVALID KEY
                   ADD 1 TO QTD-AVISOS
                   MOVE 'AVISO: MATRICULA FORA DO ALUNOS' TO LR-ACAO
                   PERFORM 8000-LISTAR
               NOT INVALID KEY
                   IF MAT-ATIVO
                       MOVE MAT-STATUS TO AUDIT-VALOR-ANTES
                       SET MAT-INATIVO TO TRUE
                       MOVE DATA-HOJE TO MAT-DATA-INATIVACAO
                       REWRITE REG-MATRICULADO
                       MOVE 'INATIVACAO-MATRICULA' TO AUDIT-ACAO
                       MOVE MAT-STATUS TO AUDIT-VALOR-DEPOIS
                       PERFORM 9900-GRAVAR-AUDITORIA
                       ADD 1 TO QTD-GRAVADOS
                       MOVE 'SEM REMATRICULA, INATIVADO' TO LR-ACAO
                       PERFORM 8000-LISTAR
                   END-IF
           END-READ.

       3900-MAIOR-MATRICULA.
           MOVE 0 TO PROXIMA-MATRICULA
           MOVE 'N' TO FIM-ALUNOS
           MOVE LOW-VALUES TO MAT-MATRICULA
           START ALUNOS KEY NOT LESS THAN MAT-MATRICULA
               INVALID KEY
                   MOVE 'S' TO FIM-ALUNOS
           END-START
           PERFORM UNTIL FIM-ALUNOS = 'S'
               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ALUNOS
                   NOT AT END
                       MOVE MAT-MATRICULA TO PROXIMA-MATRICULA
               END-READ
           END-PERFORM.

       8000-LISTAR.
           MOVE LINHA-REMATRICULA TO REG-RELATORIO
           WRITE REG-RELATORIO.

       8100-MONTAR-LINHA.
           MOVE PED-NUMERO TO LR-NUMERO
           MOVE PED-TIPO TO LR-TIPO
           MOVE PED-MATRICULA TO LR-MATRICULA
           MOVE PED-NOME TO LR-NOME
           MOVE PED-TURMA TO LR-TURMA
           MOVE SPACES TO LR-ACAO.

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

       COPY GravarRunControle.
       END PROGRAM RematriculaProcessa.
