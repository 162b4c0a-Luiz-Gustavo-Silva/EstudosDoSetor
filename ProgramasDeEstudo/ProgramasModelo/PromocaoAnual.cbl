      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Virada do ano letivo, rodada depois do ProvaFinal:
      *          para cada aluno ativo do ALUNOS le a situacao final do
      *          ultimo periodo do ano no historico escolar HISTESC. O
      *          aprovado passa para a turma seguinte da tabela de
      *          sucessao TURMASUC; o aprovado da ultima serie conclui
      *          o curso e e inativado com a data de negocio (o
      *          MensalidadeGerador deixa de cobrar no mes seguinte); o
      *          reprovado fica na mesma turma. Aluno sem fechamento
      *          no ano, ainda em recuperacao ou de turma sem sucessao
      *          fica pendente e nao muda: sai no PROMOPEND para a
      *          secretaria resolver. A lista completa sai no PROMORPT.
      *          No modo previa nada e gravado; no modo atualizacao o
      *          ALUNOS e regravado, cada mudanca vai para o journal de
      *          auditoria e o registro de lotes (LoteRegistro) impede
      *          promover o mesmo ano duas vezes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PromocaoAnual.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-MATRICULA
               FILE STATUS IS FS-ALUNOS.
           SELECT OPTIONAL HISTORICO-ESCOLAR ASSIGN TO "HISTESC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS FS-HISTORICO.
           SELECT OPTIONAL SUCESSOES ASSIGN TO "TURMASUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-TURMA
               FILE STATUS IS FS-SUCESSOES.
           SELECT RELATORIO-PROMOCAO ASSIGN TO "PROMORPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDENCIAS ASSIGN TO "PROMOPEND"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
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
       FD  HISTORICO-ESCOLAR.
      *----Mesmo layout do REG-HISTORICO-ESC de TurmaBoletim.cbl
       01  REG-HISTORICO-ESC.
           03 HST-CHAVE.
               05 HST-MATRICULA PIC 9(6).
               05 HST-ANO PIC 9(4).
               05 HST-PERIODO PIC 9(1).
           03 HST-TURMA PIC X(6).
           03 HST-DISCIPLINAS OCCURS 4 TIMES.
               05 HST-DISC-CODIGO PIC X(3).
               05 HST-DISC-NOTA PIC 9(2).
           03 HST-MEDIA PIC 9(2)V9(2).
           03 HST-FREQUENCIA PIC 9(3).
           03 HST-SITUACAO PIC X(1).
           03 HST-NOTA-FINAL PIC 9(2)V9(2).
       FD  SUCESSOES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegTurmaSucessao.
       FD  RELATORIO-PROMOCAO.
       01  REG-RELATORIO PIC X(100).
       FD  PENDENCIAS.
       01  REG-PENDENCIA PIC X(100).
       COPY AuditJournalFD.
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-ALUNOS PIC X(2).
       01  FS-HISTORICO PIC X(2).
       01  FS-SUCESSOES PIC X(2).
       01  FIM-ALUNOS PIC X VALUE 'N'.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  ANO-FECHAMENTO PIC 9(4).
      *----S: o ALUNOS e regravado; N: previa, so as listas
       01  MODO-ATUALIZACAO PIC X(1).
      *----Registro central de lotes: o ano letivo e a sequencia, e
      *----ano ja promovido e recusado
       01  LOTE-ARQUIVO PIC X(8) VALUE 'PROMOCAO'.
       01  LOTE-ORIGEM PIC X(3) VALUE 'ESC'.
       01  LOTE-SEQUENCIA PIC 9(6).
       01  RETORNO-LOTE PIC 9(2).
      *----Ultimo periodo fechado do aluno no ano, procurado do 4 para
      *----o 1 (os periodos do TurmaBoletim)
       01  PERIODO-PROCURA PIC 9(1).
       01  HISTORICO-ACHADO PIC X.
       01  TURMA-ANTERIOR PIC X(6).
       01  MOTIVO-PENDENCIA PIC X(30).
       01  QTD-LIDOS PIC 9(6) VALUE 0.
       01  QTD-PROMOVIDOS PIC 9(6) VALUE 0.
       01  QTD-RETIDOS PIC 9(6) VALUE 0.
       01  QTD-FORMADOS PIC 9(6) VALUE 0.
       01  QTD-PENDENTES PIC 9(6) VALUE 0.
       01  LINHA-PROMOCAO.
           03 LP-MATRICULA PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-NOME PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-TURMA PIC X(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-SITUACAO PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-ACAO PIC X(12).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-DETALHE PIC X(30).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           DISPLAY 'Ano letivo encerrado (AAAA): '
           ACCEPT ANO-FECHAMENTO
           DISPLAY 'Modo atualizacao (S regrava o ALUNOS, N so a '
               'previa)? '
           ACCEPT MODO-ATUALIZACAO
           MOVE FUNCTION UPPER-CASE(MODO-ATUALIZACAO)
               TO MODO-ATUALIZACAO
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
      *----So a atualizacao consome o ano no registro de lotes; a
      *----previa pode rodar quantas vezes a secretaria quiser
           IF MODO-ATUALIZACAO = 'S'
               MOVE ANO-FECHAMENTO TO LOTE-SEQUENCIA
               CALL 'LoteRegistro' USING LOTE-ARQUIVO LOTE-ORIGEM
                   DATA-HOJE LOTE-SEQUENCIA RETORNO-LOTE
               IF RETORNO-LOTE = 10
                   DISPLAY 'ANO ' ANO-FECHAMENTO ' JA PROMOVIDO, '
                       'RODADA RECUSADA'
                   STOP RUN
               END-IF
               IF RETORNO-LOTE = 20
                   DISPLAY 'AVISO: REGISTRO DE LOTES INDISPONIVEL'
               END-IF
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'PROMOCAOANUAL' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           IF MODO-ATUALIZACAO = 'S'
               OPEN I-O ALUNOS
           ELSE
               OPEN INPUT ALUNOS
           END-IF
           OPEN INPUT HISTORICO-ESCOLAR
           OPEN INPUT SUCESSOES
           OPEN OUTPUT RELATORIO-PROMOCAO
           OPEN OUTPUT PENDENCIAS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'PROMOCAOANUAL' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           MOVE SPACES TO LINHA-RESUMO
           IF MODO-ATUALIZACAO = 'S'
               STRING 'PROMOCAO DO ANO LETIVO ' DELIMITED BY SIZE
                   ANO-FECHAMENTO DELIMITED BY SIZE
                   INTO LINHA-RESUMO
           ELSE
               STRING 'PREVIA DA PROMOCAO DO ANO LETIVO '
                   DELIMITED BY SIZE
                   ANO-FECHAMENTO DELIMITED BY SIZE
                   ' - NADA GRAVADO' DELIMITED BY SIZE
                   INTO LINHA-RESUMO
           END-IF
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-RESUMO TO REG-PENDENCIA
           WRITE REG-PENDENCIA
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'MATRIC NOME                           TURMA  S ACAO'
               & '         DETALHE' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-PENDENCIA
           WRITE REG-PENDENCIA
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
                           PERFORM 1000-PROMOVER-ALUNO
                               THRU 1000-PROMOVER-SAIDA
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'PROMOVIDOS: ' DELIMITED BY SIZE
               QTD-PROMOVIDOS DELIMITED BY SIZE
               '  RETIDOS: ' DELIMITED BY SIZE
               QTD-RETIDOS DELIMITED BY SIZE
               '  CONCLUINTES: ' DELIMITED BY SIZE
               QTD-FORMADOS DELIMITED BY SIZE
               '  PENDENTES: ' DELIMITED BY SIZE
               QTD-PENDENTES DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE ALUNOS
           CLOSE HISTORICO-ESCOLAR
           CLOSE SUCESSOES
           CLOSE RELATORIO-PROMOCAO
           CLOSE PENDENCIAS
           CLOSE AUDIT-JOURNAL
           DISPLAY 'Alunos ativos lidos:  ' QTD-LIDOS
           DISPLAY 'Promovidos:           ' QTD-PROMOVIDOS
           DISPLAY 'Retidos:              ' QTD-RETIDOS
           DISPLAY 'Concluintes:          ' QTD-FORMADOS
           DISPLAY 'Pendentes:            ' QTD-PENDENTES
           IF MODO-ATUALIZACAO NOT = 'S'
               DISPLAY 'Previa: nenhum aluno foi alterado'
           END-IF
           MOVE QTD-LIDOS TO RUN-LIDOS
           COMPUTE RUN-GRAVADOS = QTD-PROMOVIDOS + QTD-FORMADOS
           MOVE QTD-PENDENTES TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

       1000-PROMOVER-ALUNO.
           MOVE MAT-MATRICULA TO LP-MATRICULA
           MOVE MAT-NOME TO LP-NOME
           MOVE MAT-TURMA TO LP-TURMA
           MOVE SPACES TO LP-SITUACAO
           MOVE SPACES TO LP-DETALHE
           MOVE MAT-TURMA TO TURMA-ANTERIOR
           PERFORM 1100-LER-HISTORICO
           IF HISTORICO-ACHADO = 'N'
               MOVE 'SEM FECHAMENTO NO ANO' TO MOTIVO-PENDENCIA
               PERFORM 8000-PENDENTE
               GO TO 1000-PROMOVER-SAIDA
           END-IF
           MOVE HST-SITUACAO TO LP-SITUACAO
           EVALUATE HST-SITUACAO
               WHEN 'F'
                   ADD 1 TO QTD-RETIDOS
                   MOVE 'RETIDO' TO LP-ACAO
                   MOVE 'PERMANECE NA TURMA' TO LP-DETALHE
                   PERFORM 1300-LISTAR
               WHEN 'A'
                   PERFORM 1200-APROVADO
               WHEN 'R'
                   MOVE 'RECUPERACAO SEM RESULTADO FINAL'
                       TO MOTIVO-PENDENCIA
                   PERFORM 8000-PENDENTE
               WHEN OTHER
                   MOVE 'SITUACAO FINAL DESCONHECIDA'
                       TO MOTIVO-PENDENCIA
                   PERFORM 8000-PENDENTE
           END-EVALUATE.

       1000-PROMOVER-SAIDA.
           EXIT.

       1100-LER-HISTORICO.
           MOVE 'N' TO HISTORICO-ACHADO
           MOVE 4 TO PERIODO-PROCURA
           PERFORM UNTIL HISTORICO-ACHADO = 'S' OR
                   PERIODO-PROCURA = 0
               MOVE MAT-MATRICULA TO HST-MATRICULA
               MOVE ANO-FECHAMENTO TO HST-ANO
               MOVE PERIODO-PROCURA TO HST-PERIODO
               READ HISTORICO-ESCOLAR KEY IS HST-CHAVE
                   INVALID KEY
                       SUBTRACT 1 FROM PERIODO-PROCURA
                   NOT INVALID KEY
                       MOVE 'S' TO HISTORICO-ACHADO
               END-READ
           END-PERFORM.

       1200-APROVADO.
           MOVE MAT-TURMA TO SUC-TURMA
           READ SUCESSOES KEY IS SUC-TURMA
               INVALID KEY
                   MOVE 'TURMA SEM SUCESSAO CADASTRADA'
                       TO MOTIVO-PENDENCIA
                   PERFORM 8000-PENDENTE
               NOT INVALID KEY
                   IF SUC-ULTIMA-SERIE
                       PERFORM 1250-CONCLUIR-CURSO
                   ELSE
                       PERFORM 1260-MUDAR-TURMA
                   END-IF
           END-READ.

       1250-CONCLUIR-CURSO.
           ADD 1 TO QTD-FORMADOS
           MOVE 'CONCLUINTE' TO LP-ACAO
           MOVE 'MATRICULA INATIVADA' TO LP-DETALHE
           IF MODO-ATUALIZACAO = 'S'
               SET MAT-INATIVO TO TRUE
               MOVE DATA-HOJE TO MAT-DATA-INATIVACAO
               REWRITE REG-MATRICULADO
               MOVE 'CONCLUSAO-CURSO' TO AUDIT-ACAO
               MOVE MAT-MATRICULA TO AUDIT-VALOR-ANTES
               MOVE MAT-STATUS TO AUDIT-VALOR-DEPOIS
               PERFORM 9900-GRAVAR-AUDITORIA
           END-IF
           PERFORM 1300-LISTAR.

       1260-MUDAR-TURMA.
           ADD 1 TO QTD-PROMOVIDOS
           MOVE 'PROMOVIDO' TO LP-ACAO
           MOVE SPACES TO LP-DETALHE
           STRING 'PARA A TURMA ' DELIMITED BY SIZE
               SUC-PROXIMA DELIMITED BY SIZE
               INTO LP-DETALHE
           IF MODO-ATUALIZACAO = 'S'
               MOVE SUC-PROXIMA TO MAT-TURMA
               REWRITE REG-MATRICULADO
               MOVE 'PROMOCAO-TURMA' TO AUDIT-ACAO
               MOVE SPACES TO AUDIT-VALOR-ANTES
               STRING MAT-MATRICULA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TURMA-ANTERIOR DELIMITED BY SIZE
                   INTO AUDIT-VALOR-ANTES
               MOVE MAT-TURMA TO AUDIT-VALOR-DEPOIS
               PERFORM 9900-GRAVAR-AUDITORIA
           END-IF
           PERFORM 1300-LISTAR.

       1300-LISTAR.
           MOVE LINHA-PROMOCAO TO REG-RELATORIO
           WRITE REG-RELATORIO.

      *----Pendente nao muda: sai na lista completa e na lista de
      *----pendencias da secretaria
       8000-PENDENTE.
           ADD 1 TO QTD-PENDENTES
           MOVE 'PENDENTE' TO LP-ACAO
           MOVE MOTIVO-PENDENCIA TO LP-DETALHE
           PERFORM 1300-LISTAR
           MOVE LINHA-PROMOCAO TO REG-PENDENCIA
           WRITE REG-PENDENCIA.

       COPY GravarAuditoria.

       COPY GravarRunControle.
       END PROGRAM PromocaoAnual.
