      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Carga das respostas dos gestores na recertificacao
      *          trimestral de acessos e fechamento do prazo. Cada
      *          linha do RECERTRSP (ciclo, operador, permissao,
      *          decisao M-manter ou R-revogar e o gestor que
      *          respondeu) decide a linha pendente do livro RECERT
      *          aberta pelo RecertificacaoEnvia; so vale a resposta
      *          do gestor a quem a linha foi enviada. A revogacao
      *          tira a permissao do cadastro OPERADORES na hora. Em
      *          seguida, toda linha ainda pendente com o prazo
      *          vencido tem a permissao revogada automaticamente.
      *          Cada revogacao vai para o journal de auditoria;
      *          resposta recusada e revogacao saem no RECERTRPT.
      *          Rodado todo dia enquanto houver ciclo aberto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecertificacaoRetorno.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESPOSTAS ASSIGN TO "RECERTRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESPOSTAS.
           SELECT OPTIONAL RECERTIFICACOES ASSIGN TO "RECERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS FS-RECERT.
      *----Cadastro de operadores mantido pelo OperadoresManutencao
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.
           SELECT RELATORIO-RECERT ASSIGN TO "RECERTRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  RESPOSTAS.
       01  REG-RESPOSTA.
           03 RSP-CICLO PIC 9(5).
           03 RSP-OPERADOR PIC X(10).
           03 RSP-PERMISSAO PIC X(12).
      *----M-manter, R-revogar
           03 RSP-DECISAO PIC X(1).
           03 RSP-GESTOR PIC X(10).
       FD  RECERTIFICACOES.
       COPY RegRecertificacao.
       FD  OPERADORES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOperador.
       FD  RELATORIO-RECERT.
       01  REG-RELATORIO PIC X(100).
       COPY AuditJournalFD.
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-RESPOSTAS PIC X(2).
       01  FS-RECERT PIC X(2).
       01  FS-OPERADORES PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  QTD-RESPOSTAS PIC 9(6) VALUE 0.
       01  QTD-MANTIDAS PIC 9(6) VALUE 0.
       01  QTD-REVOGADAS PIC 9(6) VALUE 0.
       01  QTD-VENCIDAS PIC 9(6) VALUE 0.
       01  QTD-RECUSADAS PIC 9(6) VALUE 0.
       01  MOTIVO-RECUSA PIC X(30).
       01  ACAO-REVOGACAO PIC X(20).
      *----Revogacao pelo gestor vai ao journal em nome dele; a por
      *----prazo, em nome de quem roda o lote
       01  OPERADOR-LOTE PIC X(10).
       COPY PermissaoOperador.
       01  LINHA-DETALHE.
           03 LD-CICLO PIC 9(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LD-OPERADOR PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LD-PERMISSAO PIC X(12).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LD-GESTOR PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LD-RESULTADO PIC X(30).
           03 FILLER PIC X(29) VALUE SPACES.
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'RECERTIFICARETORNO' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN I-O RECERTIFICACOES
           OPEN I-O OPERADORES
           OPEN OUTPUT RELATORIO-RECERT
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'RECERTIFICARETORNO' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           MOVE AUDIT-OPERADOR TO OPERADOR-LOTE
           MOVE 'RECERTIFICACAO DE ACESSOS - RESPOSTAS E PRAZOS'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM 1000-CARREGAR-RESPOSTAS
           PERFORM 2000-FECHAR-PRAZOS
           CLOSE RECERTIFICACOES
           CLOSE OPERADORES
           CLOSE RELATORIO-RECERT
           CLOSE AUDIT-JOURNAL
           DISPLAY 'Respostas lidas: ' QTD-RESPOSTAS
               ' recusadas: ' QTD-RECUSADAS
           DISPLAY 'Permissoes mantidas: ' QTD-MANTIDAS
               ' revogadas pelo gestor: ' QTD-REVOGADAS
               ' revogadas por prazo: ' QTD-VENCIDAS
           MOVE QTD-RESPOSTAS TO RUN-LIDOS
           COMPUTE RUN-GRAVADOS = QTD-MANTIDAS + QTD-REVOGADAS
               + QTD-VENCIDAS
           MOVE QTD-RECUSADAS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           IF QTD-RECUSADAS > 0
               MOVE 'AVISO' TO RUN-FINAL
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'OK' TO RUN-FINAL
           END-IF
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

       1000-CARREGAR-RESPOSTAS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT RESPOSTAS
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ RESPOSTAS
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO QTD-RESPOSTAS
                       PERFORM 1100-APLICAR-RESPOSTA
               END-READ
           END-PERFORM
           CLOSE RESPOSTAS.

       1100-APLICAR-RESPOSTA.
           MOVE SPACES TO MOTIVO-RECUSA
           MOVE RSP-CICLO TO RCT-CICLO
           MOVE RSP-OPERADOR TO RCT-OPERADOR
           MOVE RSP-PERMISSAO TO RCT-PERMISSAO
           READ RECERTIFICACOES KEY IS RCT-CHAVE
               INVALID KEY
                   MOVE 'PERMISSAO NAO ENVIADA NO CICLO' TO
                       MOTIVO-RECUSA
           END-READ
           IF MOTIVO-RECUSA = SPACES
               EVALUATE TRUE
                   WHEN NOT RCT-PENDENTE
                       MOVE 'LINHA JA DECIDIDA' TO MOTIVO-RECUSA
                   WHEN RSP-GESTOR NOT = RCT-GESTOR
                       MOVE 'RESPOSTA DE QUEM NAO E O GESTOR'
                           TO MOTIVO-RECUSA
                   WHEN RSP-DECISAO NOT = 'M' AND RSP-DECISAO NOT = 'R'
                       MOVE 'DECISAO INVALIDA' TO MOTIVO-RECUSA
               END-EVALUATE
           END-IF
           IF MOTIVO-RECUSA NOT = SPACES
               ADD 1 TO QTD-RECUSADAS
               MOVE RSP-CICLO TO LD-CICLO
               MOVE RSP-OPERADOR TO LD-OPERADOR
               MOVE RSP-PERMISSAO TO LD-PERMISSAO
               MOVE RSP-GESTOR TO LD-GESTOR
               MOVE MOTIVO-RECUSA TO LD-RESULTADO
               MOVE LINHA-DETALHE TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               MOVE DATA-HOJE TO RCT-DATA-DECISAO
               MOVE RSP-GESTOR TO RCT-DECISOR
               IF RSP-DECISAO = 'M'
                   SET RCT-MANTIDA TO TRUE
                   ADD 1 TO QTD-MANTIDAS
               ELSE
                   SET RCT-REVOGADA TO TRUE
                   ADD 1 TO QTD-REVOGADAS
                   MOVE 'REVOGADA PELO GESTOR' TO LD-RESULTADO
                   MOVE 'REVOGA-PERMISSAO' TO ACAO-REVOGACAO
                   MOVE RSP-GESTOR TO AUDIT-OPERADOR
                   PERFORM 3000-REVOGAR-PERMISSAO
                   MOVE OPERADOR-LOTE TO AUDIT-OPERADOR
               END-IF
               REWRITE REG-RECERTIFICACAO
           END-IF.

      *----Linha ainda pendente depois do prazo: a permissao sai do
      *----cadastro como se o gestor tivesse revogado
       2000-FECHAR-PRAZOS.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE LOW-VALUES TO RCT-CHAVE
           START RECERTIFICACOES KEY NOT LESS THAN RCT-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ RECERTIFICACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF RCT-PENDENTE AND RCT-PRAZO < DATA-HOJE
                           SET RCT-VENCIDA TO TRUE
                           MOVE DATA-HOJE TO RCT-DATA-DECISAO
                           MOVE SPACES TO RCT-DECISOR
                           ADD 1 TO QTD-VENCIDAS
                           MOVE 'REVOGADA POR PRAZO VENCIDO'
                               TO LD-RESULTADO
                           MOVE 'REVOGA-PRAZO-RECERT' TO ACAO-REVOGACAO
                           PERFORM 3000-REVOGAR-PERMISSAO
                           REWRITE REG-RECERTIFICACAO
                       END-IF
               END-READ
           END-PERFORM.

      *----Tira do operador a permissao da linha do RECERT; revogar a
      *----negociacao de desconto zera a alcada, revogar so a
      *----aprovacao de pendente desce o nivel 3 para 2
       3000-REVOGAR-PERMISSAO.
           MOVE RCT-OPERADOR TO OPE-ID
           READ OPERADORES KEY IS OPE-ID
               INVALID KEY
                   MOVE 'OPERADOR NAO CADASTRADO' TO LD-RESULTADO
               NOT INVALID KEY
                   MOVE RCT-PERMISSAO TO PER-CODIGO
                   PERFORM 9650-CONFERIR-PERMISSAO
                   IF PER-CONCEDIDA = 'S'
                       PERFORM 3100-TIRAR-PERMISSAO
                       REWRITE REG-OPERADOR
                       MOVE ACAO-REVOGACAO TO AUDIT-ACAO
                       MOVE RCT-PERMISSAO TO AUDIT-VALOR-ANTES
                       MOVE RCT-OPERADOR TO AUDIT-VALOR-DEPOIS
                       PERFORM 9900-GRAVAR-AUDITORIA
                   END-IF
           END-READ
           MOVE RCT-CICLO TO LD-CICLO
           MOVE RCT-OPERADOR TO LD-OPERADOR
           MOVE RCT-PERMISSAO TO LD-PERMISSAO
           MOVE RCT-GESTOR TO LD-GESTOR
           MOVE LINHA-DETALHE TO REG-RELATORIO
           WRITE REG-RELATORIO.

       3100-TIRAR-PERMISSAO.
           EVALUATE RCT-PERMISSAO
               WHEN 'CALCULADORA'
                   MOVE 'N' TO OPE-USA-CALCULADORA
               WHEN 'IMC'
                   MOVE 'N' TO OPE-USA-IMC
               WHEN 'CLIENTES'
                   MOVE 'N' TO OPE-USA-CLIENTES
               WHEN 'CONSULTA360'
                   MOVE 'N' TO OPE-USA-CONSULTA360
               WHEN 'VISITAS'
                   MOVE 'N' TO OPE-USA-VISITAS
               WHEN 'PROPOE-PARAM'
                   MOVE 'N' TO OPE-PROPOE-PARAMETRO
               WHEN 'APROVA-PARAM'
                   MOVE 'N' TO OPE-APROVA-PARAMETRO
               WHEN 'NEGOCIA-DESC'
                   MOVE 0 TO OPE-NIVEL-DESCONTO
               WHEN 'APROVA-DESC'
                   MOVE 2 TO OPE-NIVEL-DESCONTO
               WHEN 'COORDENACAO'
                   MOVE 'N' TO OPE-COORDENACAO
           END-EVALUATE.

       COPY ConferirPermissao.
       COPY GravarAuditoria.
       COPY GravarRunControle.
       END PROGRAM RecertificacaoRetorno.
