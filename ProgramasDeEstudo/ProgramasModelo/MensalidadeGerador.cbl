      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Rodado na abertura do mes, emite no ACCOUNTS a
      *          mensalidade de cada aluno do ALUNOS, no mesmo desenho
      *          do FaturaGerador para os contratos: numero da conta do
      *          controle CTAIDCTL, mes protegido pelo registro de
      *          lotes (LoteRegistro), linha no FATMOV para a NFS-e e
      *          debito de abertura no razao MOVCONTA. A conta nasce
      *          em nome do cliente pagador que o responsavel aponta
      *          no RESPONSAVEIS, pelo valor do plano MENSPLANO da
      *          turma, com vencimento no dia do plano. Daqui em diante
      *          e uma conta a receber como as outras: o atraso passa
      *          pelo ContasAtraso, pelas CartasCobranca e pela remessa
      *          CNAB sem nada de especial.
      *          Cobra o aluno ativo e o inativado dentro do proprio
      *          mes; do mes seguinte a inativacao em diante o aluno
      *          sai da cobranca. Os alunos do mesmo cliente pagador
      *          entram em ordem de matricula: o primeiro paga o plano
      *          cheio, os irmaos seguintes tem o desconto de irmaos
      *          do plano da turma deles. A bolsa do responsavel incide
      *          depois do desconto; bolsa integral nao gera conta.
      *          Aluno sem responsavel pagador ou turma sem plano sai
      *          no MENSEXC; as mensalidades emitidas saem no MENSALRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MensalidadeGerador.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
      *----Valores com virgula no relatorio, como nas telas do IMC.cbl
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-MATRICULA
               FILE STATUS IS FS-ALUNOS.
           SELECT OPTIONAL RESPONSAVEIS ASSIGN TO "RESPONSA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS FS-RESPONSAVEIS.
           SELECT OPTIONAL PLANOS ASSIGN TO "MENSPLANO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MPL-TURMA
               FILE STATUS IS FS-PLANOS.
      *----Master indexado pela conta (ContasConverte.cbl): as
      *----mensalidades entram por WRITE chaveado
           SELECT OPTIONAL ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-ACCOUNTS.
      *----Mesmo controle de numeracao do FaturaGerador: as duas
      *----rodadas tiram o CTA-ID da mesma faixa
           SELECT OPTIONAL CONTROLE-ID ASSIGN TO "CTAIDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
           SELECT ARQ-SORT ASSIGN TO "SORTWK01".
           SELECT RELATORIO-MENSALIDADE ASSIGN TO "MENSALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCECOES ASSIGN TO "MENSEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Movimento do faturamento para a interface contabil e a
      *----NFS-e, uma linha por mensalidade emitida
           SELECT MOVIMENTO-FATURA ASSIGN TO "FATMOV"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
           COPY MovContaSelect.
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
       FD  RESPONSAVEIS.
      *----Mesmo layout do REG-RESPONSAVEL de ResponsavelManutencao
       01  REG-RESPONSAVEL.
           03 RSP-MATRICULA PIC 9(6).
           03 RSP-NOME PIC X(30).
           03 RSP-PARENTESCO PIC X(10).
           03 RSP-ENDERECO.
               05 RSP-END-RUA PIC X(30).
               05 RSP-END-NUMERO PIC X(6).
               05 RSP-END-COMPLEMENTO PIC X(10).
               05 RSP-END-BAIRRO PIC X(20).
               05 RSP-END-CIDADE PIC X(20).
               05 RSP-END-UF PIC X(2).
               05 RSP-END-CEP PIC X(9).
           03 RSP-CLIENTE PIC 9(6).
           03 RSP-BOLSA-PERCENTUAL PIC 9(3)V9(2).
       FD  PLANOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegMensalidadePlano.
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
       FD  CONTROLE-ID.
       01  REG-CONTROLE-ID.
           03 CID-ULTIMO PIC 9(6).
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SRT-CLIENTE PIC 9(6).
           03 SRT-MATRICULA PIC 9(6).
           03 SRT-NOME PIC X(30).
           03 SRT-TURMA PIC X(6).
           03 SRT-VALOR-PLANO PIC 9(7)V9(2).
           03 SRT-DESCONTO-IRMAO PIC 9(3)V9(2).
           03 SRT-BOLSA PIC 9(3)V9(2).
           03 SRT-DIA-VENCIMENTO PIC 9(2).
           03 SRT-SERVICO PIC X(20).
       FD  RELATORIO-MENSALIDADE.
       01  REG-RELATORIO PIC X(100).
       FD  EXCECOES.
       01  REG-EXCECAO.
           03 EXC-MATRICULA PIC 9(6).
           03 FILLER PIC X(2).
           03 EXC-NOME PIC X(30).
           03 FILLER PIC X(2).
           03 EXC-TURMA PIC X(6).
           03 FILLER PIC X(2).
           03 EXC-MOTIVO PIC X(30).
       FD  MOVIMENTO-FATURA.
      *----Mesmo layout do FATMOV gravado pelo FaturaGerador.cbl
       01  REG-MOVIMENTO-FATURA.
           03 FMV-DATA PIC 9(8).
           03 FMV-CTA-ID PIC 9(6).
           03 FMV-CLIENTE PIC 9(6).
           03 FMV-VALOR PIC 9(7)V9(2).
           03 FMV-SERVICO PIC X(20).
       COPY AuditJournalFD.
       COPY RunControleFD.
       COPY MovContaFD.
       WORKING-STORAGE SECTION.
       01  FS-ALUNOS PIC X(2).
       01  FS-RESPONSAVEIS PIC X(2).
       01  FS-PLANOS PIC X(2).
       01  FS-ACCOUNTS PIC X(2).
       01  FS-CONTROLE PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FIM-ALUNOS PIC X.
       01  FIM-SORT PIC X VALUE 'N'.
       01  DATA-HOJE PIC 9(8).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           03 DH-ANO-MES PIC 9(6).
           03 DH-DIA PIC 9(2).
       01  RETORNO-DATA-NEG PIC 9(2).
      *----Primeiro dia do mes cobrado: aluno inativado antes disso
      *----ja saiu da cobranca
       01  INICIO-DO-MES PIC 9(8).
       01  ULTIMO-CTA-ID PIC 9(6) VALUE 0.
      *----Registro central de lotes: o mes de referencia e a
      *----sequencia, e mes ja cobrado e recusado
       01  LOTE-ARQUIVO PIC X(8) VALUE 'MENSALID'.
       01  LOTE-ORIGEM PIC X(3) VALUE 'ESC'.
       01  LOTE-SEQUENCIA PIC 9(6).
       01  RETORNO-LOTE PIC 9(2).
       01  MOTIVO-EXCECAO PIC X(30).
      *----Cliente pagador em andamento na quebra do SORT e a ordem
      *----do aluno entre os irmaos dele
       01  CLIENTE-ANTERIOR PIC 9(6) VALUE 0.
       01  ORDEM-IRMAO PIC 9(3) VALUE 0.
       01  VALOR-MENSALIDADE PIC 9(7)V9(2).
       01  QTD-LIDOS PIC 9(6) VALUE 0.
       01  QTD-FORA-DO-MES PIC 9(6) VALUE 0.
       01  QTD-EMITIDAS PIC 9(6) VALUE 0.
       01  QTD-COM-DESCONTO PIC 9(6) VALUE 0.
       01  QTD-BOLSA-INTEGRAL PIC 9(6) VALUE 0.
       01  QTD-EXCECOES PIC 9(6) VALUE 0.
       01  TOTAL-EMITIDO PIC 9(9)V9(2) VALUE 0.
       01  VALOR-EDITADO PIC -(7)9,99.
       01  VALOR-ED PIC Z(8)9,99.
       01  LINHA-MENSALIDADE.
           03 LM-MATRICULA PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LM-NOME PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LM-TURMA PIC X(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LM-CLIENTE PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LM-CTA-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LM-PLANO PIC Z(6)9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LM-VALOR PIC Z(6)9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LM-OBSERVACAO PIC X(11).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           COMPUTE INICIO-DO-MES = DH-ANO-MES * 100 + 1
      *----Mesmo arquivo logico no registro de lotes: o mes AAAAMM e
      *----a sequencia, entao o mesmo mes submetido de novo volta
      *----como ja consumido e a rodada nao duplica as mensalidades
           MOVE DH-ANO-MES TO LOTE-SEQUENCIA
           CALL 'LoteRegistro' USING LOTE-ARQUIVO LOTE-ORIGEM
               DATA-HOJE LOTE-SEQUENCIA RETORNO-LOTE
           IF RETORNO-LOTE = 10
               DISPLAY 'MES ' DH-ANO-MES ' JA COBRADO, RODADA '
                   'RECUSADA'
               STOP RUN
           END-IF
           IF RETORNO-LOTE = 20
               DISPLAY 'AVISO: REGISTRO DE LOTES INDISPONIVEL'
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'MENSALIDADEGERADOR' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           PERFORM 0100-LER-ULTIMO-ID
           OPEN INPUT ALUNOS
           OPEN INPUT RESPONSAVEIS
           OPEN INPUT PLANOS
           OPEN I-O ACCOUNTS
           OPEN I-O MOV-CONTA
           OPEN OUTPUT RELATORIO-MENSALIDADE
           OPEN OUTPUT EXCECOES
           OPEN EXTEND MOVIMENTO-FATURA
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'MENSALIDADEGERADOR' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           MOVE SPACES TO LINHA-RESUMO
           STRING 'MENSALIDADES EMITIDAS - MES ' DELIMITED BY SIZE
               DH-ANO-MES DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'MATRIC NOME                           TURMA  CLIENT'
               & ' CONTA       PLANO      VALOR' TO REG-RELATORIO
           WRITE REG-RELATORIO
           SORT ARQ-SORT
               ON ASCENDING KEY SRT-CLIENTE SRT-MATRICULA
               INPUT PROCEDURE IS 2000-SELECIONAR-ALUNOS
               OUTPUT PROCEDURE IS 3000-EMITIR-MENSALIDADES
           PERFORM 0200-GRAVAR-ULTIMO-ID
           MOVE TOTAL-EMITIDO TO VALOR-ED
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'MENSALIDADES: ' DELIMITED BY SIZE
               QTD-EMITIDAS DELIMITED BY SIZE
               '  COM DESCONTO DE IRMAOS: ' DELIMITED BY SIZE
               QTD-COM-DESCONTO DELIMITED BY SIZE
               '  TOTAL: ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           DISPLAY 'Mensalidades emitidas no ACCOUNTS: ' QTD-EMITIDAS
           DISPLAY 'Com desconto de irmaos:            '
               QTD-COM-DESCONTO
           DISPLAY 'Bolsa integral, sem conta:         '
               QTD-BOLSA-INTEGRAL
           DISPLAY 'Inativos fora do mes:              '
               QTD-FORA-DO-MES
           DISPLAY 'Alunos em excecao:                 ' QTD-EXCECOES
           DISPLAY 'Total emitido:                     ' VALOR-ED
           MOVE QTD-LIDOS TO RUN-LIDOS
           MOVE QTD-EMITIDAS TO RUN-GRAVADOS
           MOVE QTD-EXCECOES TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           CLOSE ALUNOS
           CLOSE RESPONSAVEIS
           CLOSE PLANOS
           CLOSE ACCOUNTS
           CLOSE MOV-CONTA
           CLOSE RELATORIO-MENSALIDADE
           CLOSE EXCECOES
           CLOSE MOVIMENTO-FATURA
           CLOSE AUDIT-JOURNAL
           STOP RUN.

      *----Aluno cobrado no mes: ativo, ou inativado a partir do
      *----primeiro dia do mes (o mes da saida ainda e cobrado)
       2000-SELECIONAR-ALUNOS.
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
                       ADD 1 TO QTD-LIDOS
                       IF MAT-ATIVO OR
                               (MAT-INATIVO AND
                                MAT-DATA-INATIVACAO NOT LESS
                                INICIO-DO-MES)
                           PERFORM 2100-PREPARAR-ALUNO
                               THRU 2100-PREPARAR-SAIDA
                       ELSE
                           ADD 1 TO QTD-FORA-DO-MES
                       END-IF
               END-READ
           END-PERFORM.

       2100-PREPARAR-ALUNO.
           MOVE MAT-MATRICULA TO RSP-MATRICULA
           READ RESPONSAVEIS KEY IS RSP-MATRICULA
               INVALID KEY
                   MOVE 0 TO RSP-CLIENTE
           END-READ
           IF RSP-CLIENTE = 0
               MOVE 'SEM RESPONSAVEL PAGADOR' TO MOTIVO-EXCECAO
               PERFORM 8000-REJEITAR
               GO TO 2100-PREPARAR-SAIDA
           END-IF
           MOVE MAT-TURMA TO MPL-TURMA
           READ PLANOS KEY IS MPL-TURMA
               INVALID KEY
                   MOVE 'TURMA SEM PLANO DE MENSALIDADE'
                       TO MOTIVO-EXCECAO
                   PERFORM 8000-REJEITAR
                   GO TO 2100-PREPARAR-SAIDA
           END-READ
           MOVE RSP-CLIENTE TO SRT-CLIENTE
           MOVE MAT-MATRICULA TO SRT-MATRICULA
           MOVE MAT-NOME TO SRT-NOME
           MOVE MAT-TURMA TO SRT-TURMA
           MOVE MPL-VALOR-MENSAL TO SRT-VALOR-PLANO
           MOVE MPL-DESCONTO-IRMAO TO SRT-DESCONTO-IRMAO
           MOVE RSP-BOLSA-PERCENTUAL TO SRT-BOLSA
           MOVE MPL-DIA-VENCIMENTO TO SRT-DIA-VENCIMENTO
           MOVE MPL-SERVICO TO SRT-SERVICO
           RELEASE REG-SORT.

       2100-PREPARAR-SAIDA.
           EXIT.

      *----Quebra por cliente pagador: o primeiro aluno do cliente
      *----paga o plano cheio, os seguintes sao irmaos
       3000-EMITIR-MENSALIDADES.
           PERFORM UNTIL FIM-SORT = 'S'
               RETURN ARQ-SORT
                   AT END
                       MOVE 'S' TO FIM-SORT
                   NOT AT END
                       IF SRT-CLIENTE NOT = CLIENTE-ANTERIOR
                           MOVE SRT-CLIENTE TO CLIENTE-ANTERIOR
                           MOVE 0 TO ORDEM-IRMAO
                       END-IF
                       ADD 1 TO ORDEM-IRMAO
                       PERFORM 3100-CALCULAR-VALOR
                       IF VALOR-MENSALIDADE = 0
                           ADD 1 TO QTD-BOLSA-INTEGRAL
                       ELSE
                           PERFORM 3200-EMITIR-CONTA
                       END-IF
               END-RETURN
           END-PERFORM.

       3100-CALCULAR-VALOR.
           MOVE SRT-VALOR-PLANO TO VALOR-MENSALIDADE
           MOVE SPACES TO LM-OBSERVACAO
           IF ORDEM-IRMAO > 1 AND SRT-DESCONTO-IRMAO > 0
               COMPUTE VALOR-MENSALIDADE ROUNDED =
                   VALOR-MENSALIDADE * (100 - SRT-DESCONTO-IRMAO)
                   / 100
               ADD 1 TO QTD-COM-DESCONTO
               MOVE 'IRMAO' TO LM-OBSERVACAO
           END-IF
           IF SRT-BOLSA > 0
               COMPUTE VALOR-MENSALIDADE ROUNDED =
                   VALOR-MENSALIDADE * (100 - SRT-BOLSA) / 100
               IF LM-OBSERVACAO = SPACES
                   MOVE 'BOLSA' TO LM-OBSERVACAO
               ELSE
                   MOVE 'IRMAO+BOLSA' TO LM-OBSERVACAO
               END-IF
           END-IF.

       3200-EMITIR-CONTA.
           ADD 1 TO ULTIMO-CTA-ID
           MOVE ULTIMO-CTA-ID TO CTA-ID
           MOVE SRT-CLIENTE TO CTA-CLIENTE
           MOVE VALOR-MENSALIDADE TO CTA-DEBITO
           MOVE 0 TO CTA-CREDITO
           COMPUTE CTA-VENCIMENTO =
               DH-ANO-MES * 100 + SRT-DIA-VENCIMENTO
           WRITE REG-CONTA
               INVALID KEY
                   DISPLAY 'NUMERACAO DE CONTA COLIDIU NO '
                       'MASTER: ' CTA-ID
           END-WRITE
           ADD 1 TO QTD-EMITIDAS
           ADD VALOR-MENSALIDADE TO TOTAL-EMITIDO
           MOVE DATA-HOJE TO FMV-DATA
           MOVE CTA-ID TO FMV-CTA-ID
           MOVE SRT-CLIENTE TO FMV-CLIENTE
           MOVE VALOR-MENSALIDADE TO FMV-VALOR
           MOVE SRT-SERVICO TO FMV-SERVICO
           WRITE REG-MOVIMENTO-FATURA
      *----Debito de abertura da conta no razao MOVCONTA, com a
      *----matricula de origem
           MOVE CTA-ID TO MVC-CTA-ID
           MOVE DATA-HOJE TO MVC-DATA
           MOVE 'MENSALIDADEGERADOR' TO MVC-PROGRAMA
           SET MVC-FATURA TO TRUE
           SET MVC-DEBITO TO TRUE
           MOVE VALOR-MENSALIDADE TO MVC-VALOR
           MOVE SRT-MATRICULA TO MVC-REFERENCIA
           PERFORM 9750-GRAVAR-MOV-CONTA
           MOVE 'EMISSAO-MENSALIDADE' TO AUDIT-ACAO
           MOVE SRT-MATRICULA TO AUDIT-VALOR-ANTES
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           MOVE VALOR-MENSALIDADE TO VALOR-EDITADO
           STRING CTA-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VALOR-EDITADO DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           MOVE SRT-MATRICULA TO LM-MATRICULA
           MOVE SRT-NOME TO LM-NOME
           MOVE SRT-TURMA TO LM-TURMA
           MOVE SRT-CLIENTE TO LM-CLIENTE
           MOVE CTA-ID TO LM-CTA-ID
           MOVE SRT-VALOR-PLANO TO LM-PLANO
           MOVE VALOR-MENSALIDADE TO LM-VALOR
           MOVE LINHA-MENSALIDADE TO REG-RELATORIO
           WRITE REG-RELATORIO.

       8000-REJEITAR.
           ADD 1 TO QTD-EXCECOES
           MOVE SPACES TO REG-EXCECAO
           MOVE MAT-MATRICULA TO EXC-MATRICULA
           MOVE MAT-NOME TO EXC-NOME
           MOVE MAT-TURMA TO EXC-TURMA
           MOVE MOTIVO-EXCECAO TO EXC-MOTIVO
           WRITE REG-EXCECAO.

      *----Le o ultimo CTA-ID emitido; sem o arquivo a numeracao do
      *----faturamento comeca em 500001, longe da faixa digitada
       0100-LER-ULTIMO-ID.
           MOVE 500000 TO ULTIMO-CTA-ID
           OPEN INPUT CONTROLE-ID
           IF FS-CONTROLE = '00'
               READ CONTROLE-ID
                   NOT AT END
                       MOVE CID-ULTIMO TO ULTIMO-CTA-ID
               END-READ
           END-IF
           CLOSE CONTROLE-ID.

       0200-GRAVAR-ULTIMO-ID.
           OPEN OUTPUT CONTROLE-ID
           MOVE ULTIMO-CTA-ID TO CID-ULTIMO
           WRITE REG-CONTROLE-ID
           CLOSE CONTROLE-ID.

       COPY GravarAuditoria.

       COPY GravarRunControle.

       COPY GravarMovConta.
       END PROGRAM MensalidadeGerador.
