      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Declaracao anual de quitacao de debitos (Lei
      *          12.007/2009), rodada uma vez por ano sobre o ano
      *          anterior ao da data de negocio. O razao MOVCONTA e
      *          o historico de tudo o que foi faturado e pago em
      *          cada conta: os pagamentos abatem primeiro o debito
      *          mais antigo, entao o faturamento do ano esta quitado
      *          quando os creditos da conta (pagamentos, boletos,
      *          descontos negociados, estornos de encargo; a baixa
      *          como perda nao quita nada e o estorno de pagamento
      *          desfaz o credito) cobrem todo o debito lancado ate
      *          31/12. O titular de cada conta vem do ACCOUNTS, ou do
      *          LOSSES para conta ja baixada, seguindo a mesclagem de
      *          cadastro. Cliente com todas as contas faturadas no
      *          ano quitadas recebe a declaracao no DECLQUIT, no
      *          endereco do CLIENTES e em ordem de CEP como o
      *          ClientesEtiquetas; quem tem debito do ano em aberto,
      *          ou nao tem endereco, vai para a lista de excecoes
      *          DECLQEXC. Cada declaracao emitida fica no DECLQLOG,
      *          acumulado de todos os anos, que e a prova do envio
      *          e evita a segunda via numa rodada repetida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeclaracaoQuitacao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
      *----Valores em reais com virgula, como nas cartas de papel
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-ACCOUNTS.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT OPTIONAL PERDAS ASSIGN TO "LOSSES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERDAS.
           COPY MovContaSelect.
      *----Acumulado de todos os anos: lido no inicio para nao
      *----emitir duas vezes a declaracao do mesmo ano, e estendido
      *----com as emitidas nesta rodada
           SELECT OPTIONAL DECLARACOES-LOG ASSIGN TO "DECLQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DECL-LOG.
           SELECT ARQ-SORT ASSIGN TO "SORTWK01".
           SELECT DECLARACOES ASSIGN TO "DECLQUIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCECOES ASSIGN TO "DECLQEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       FD  PERDAS.
      *----Mesmo layout do REG-PERDA de BaixaPerdas.cbl
       01  REG-PERDA.
           03 PRD-CTA-ID PIC 9(6).
           03 PRD-CLIENTE PIC 9(6).
           03 PRD-FAIXA PIC 9(1).
           03 PRD-VALOR-ATUALIZADO PIC 9(7)V9(2).
           03 PRD-DATA-BAIXA PIC 9(8).
           03 PRD-APROVADOR PIC X(10).
       COPY MovContaFD.
       FD  DECLARACOES-LOG.
       01  REG-DECLARACAO-LOG.
           03 DQL-ANO PIC 9(4).
           03 DQL-CLIENTE PIC 9(6).
           03 DQL-DATA-EMISSAO PIC 9(8).
           03 DQL-CEP PIC X(9).
           03 DQL-QTD-CONTAS PIC 9(3).
           03 DQL-VALOR-FATURADO PIC 9(9)V9(2).
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SRT-CEP PIC X(9).
           03 SRT-CLIENTE PIC 9(6).
           03 SRT-NOME PIC X(30).
           03 SRT-RUA PIC X(30).
           03 SRT-NUMERO PIC X(6).
           03 SRT-COMPLEMENTO PIC X(10).
           03 SRT-BAIRRO PIC X(20).
           03 SRT-CIDADE PIC X(20).
           03 SRT-UF PIC X(2).
           03 SRT-QTD-CONTAS PIC 9(3).
           03 SRT-VALOR-FATURADO PIC 9(9)V9(2).
       FD  DECLARACOES.
       01  REG-DECLARACAO PIC X(80).
       FD  EXCECOES.
       01  REG-EXCECAO PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-ACCOUNTS PIC X(2).
       01  FS-CLIENTES PIC X(2).
       01  FS-PERDAS PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FS-DECL-LOG PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  FIM-SORT PIC X VALUE 'N'.
       01  DATA-HOJE PIC 9(8).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           03 DH-ANO PIC 9(4).
           03 DH-MES PIC 9(2).
           03 DH-DIA PIC 9(2).
       01  RETORNO-DATA-NEG PIC 9(2).
      *----Ano declarado: o anterior ao da data de negocio
       01  ANO-REFERENCIA PIC 9(4).
       01  FIM-ANO-REFERENCIA PIC 9(8).
       01  DATA-EMISSAO-ED PIC X(10).
      *----Titulares das contas ja baixadas, que sairam do ACCOUNTS
       01  QTD-PERDAS PIC 9(4) VALUE 0.
       01  IDX-PERDA PIC 9(4).
       01  TAB-PERDA OCCURS 3000 TIMES.
           03 TPR-CTA-ID PIC 9(6).
           03 TPR-CLIENTE PIC 9(6).
      *----Totais da conta corrente na varredura do razao
       01  CONTA-CORRENTE PIC 9(6).
       01  DEBITO-ATE-FIM-ANO PIC S9(9)V9(2).
       01  CREDITO-LIQUIDO PIC S9(9)V9(2).
       01  FATURADO-ANO PIC 9(9)V9(2).
       01  ABERTO-CONTA PIC S9(9)V9(2).
       01  CLIENTE-TITULAR PIC 9(6).
       01  CLIENTE-ACHADO PIC X.
      *----Um cliente por linha, com o que foi faturado no ano e o
      *----que dele ainda esta em aberto somando todas as contas
       01  QTD-CLIENTES PIC 9(4) VALUE 0.
       01  IDX-CLIENTE PIC 9(4).
       01  CLIENTE-POSICAO PIC 9(4).
       01  TAB-CLIENTE OCCURS 5000 TIMES.
           03 TCL-CLIENTE PIC 9(6).
           03 TCL-QTD-CONTAS PIC 9(3).
           03 TCL-FATURADO PIC 9(9)V9(2).
           03 TCL-EM-ABERTO PIC 9(9)V9(2).
           03 TCL-CONTA-ABERTA PIC 9(6).
           03 TCL-EMITIDA PIC X.
       01  QTD-LINHAS-RAZAO PIC 9(7) VALUE 0.
       01  QTD-CONTAS-FATURADAS PIC 9(6) VALUE 0.
       01  QTD-CONTAS-SEM-TITULAR PIC 9(5) VALUE 0.
       01  QTD-DECLARACOES PIC 9(5) VALUE 0.
       01  QTD-EM-ABERTO PIC 9(5) VALUE 0.
       01  QTD-SEM-ENDERECO PIC 9(5) VALUE 0.
       01  QTD-JA-EMITIDAS PIC 9(5) VALUE 0.
       01  QTD-TABELA-CHEIA PIC 9(5) VALUE 0.
       01  VALOR-ED PIC -(9)9,99.
       01  CONTAS-ED PIC ZZ9.
       01  LINHA-TEXTO PIC X(80).
       01  LINHA-EXCECAO.
           03 LX-CLIENTE PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LX-CONTA PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LX-FATURADO PIC -(9)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LX-ABERTO PIC -(9)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LX-MOTIVO PIC X(40).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           COMPUTE ANO-REFERENCIA = DH-ANO - 1
           COMPUTE FIM-ANO-REFERENCIA = ANO-REFERENCIA * 10000 + 1231
           STRING DH-DIA DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               DH-MES DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               DH-ANO DELIMITED BY SIZE
               INTO DATA-EMISSAO-ED
           OPEN EXTEND RUN-CONTROLE
           MOVE 'DECLARACAOQUITACAO' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ACCOUNTS (STATUS '
                   FS-ACCOUNTS '), DECLARACOES NAO EMITIDAS'
               MOVE 'F' TO RUN-EVENTO
               MOVE 'ERRO' TO RUN-FINAL
               PERFORM 9800-GRAVAR-RUN-CONTROLE
               CLOSE RUN-CONTROLE
               STOP RUN
           END-IF
           OPEN INPUT CLIENTES
           OPEN INPUT MOV-CONTA
           OPEN OUTPUT EXCECOES
           MOVE SPACES TO LINHA-RESUMO
           STRING 'EXCECOES DA DECLARACAO DE QUITACAO - ANO '
               DELIMITED BY SIZE
               ANO-REFERENCIA DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-EXCECAO
           WRITE REG-EXCECAO
           MOVE 'CLIENTE CONTA    FATURADO NO ANO        EM ABERTO'
               TO REG-EXCECAO
           WRITE REG-EXCECAO
           PERFORM 0200-CARREGAR-PERDAS
           PERFORM 1000-VARRER-RAZAO
           PERFORM 1500-MARCAR-EMITIDAS
           OPEN OUTPUT DECLARACOES
           OPEN EXTEND DECLARACOES-LOG
           SORT ARQ-SORT
               ON ASCENDING KEY SRT-CEP
               INPUT PROCEDURE IS 2000-SELECIONAR-QUITADOS
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-DECLARACOES
           PERFORM 4000-GRAVAR-RESUMO
           CLOSE DECLARACOES
           CLOSE DECLARACOES-LOG
           CLOSE EXCECOES
           CLOSE MOV-CONTA
           CLOSE CLIENTES
           CLOSE ACCOUNTS
           DISPLAY 'Ano declarado: ' ANO-REFERENCIA
           DISPLAY 'Clientes faturados no ano: ' QTD-CLIENTES
           DISPLAY 'Declaracoes emitidas:      ' QTD-DECLARACOES
           DISPLAY 'Ja emitidas antes:         ' QTD-JA-EMITIDAS
           DISPLAY 'Com debito em aberto:      ' QTD-EM-ABERTO
           DISPLAY 'Sem endereco:              ' QTD-SEM-ENDERECO
           MOVE QTD-LINHAS-RAZAO TO RUN-LIDOS
           MOVE QTD-DECLARACOES TO RUN-GRAVADOS
           COMPUTE RUN-REJEITADOS = QTD-EM-ABERTO + QTD-SEM-ENDERECO
               + QTD-CONTAS-SEM-TITULAR
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

      *----Conta baixada sai do ACCOUNTS; o titular fica no LOSSES
       0200-CARREGAR-PERDAS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT PERDAS
           IF FS-PERDAS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ PERDAS
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF QTD-PERDAS < 3000
                           ADD 1 TO QTD-PERDAS
                           MOVE PRD-CTA-ID TO TPR-CTA-ID(QTD-PERDAS)
                           MOVE PRD-CLIENTE TO TPR-CLIENTE(QTD-PERDAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERDAS.

      *----Razao inteiro em ordem de conta + data
       1000-VARRER-RAZAO.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE 0 TO CONTA-CORRENTE
           PERFORM 1050-ZERAR-CONTA
           MOVE LOW-VALUES TO MVC-CHAVE
           START MOV-CONTA KEY NOT LESS THAN MVC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           IF FS-MOVCONTA NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ MOV-CONTA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO QTD-LINHAS-RAZAO
                       IF MVC-CTA-ID NOT = CONTA-CORRENTE
                           PERFORM 1100-FECHAR-CONTA
                           MOVE MVC-CTA-ID TO CONTA-CORRENTE
                           PERFORM 1050-ZERAR-CONTA
                       END-IF
                       PERFORM 1020-SOMAR-LANCAMENTO
               END-READ
           END-PERFORM
           PERFORM 1100-FECHAR-CONTA.

      *----Faturamento do ano: faturas de contrato e de visita, custas
      *----de protesto e encargos de atraso lancados no ano. O debito
      *----ate 31/12 inclui o saldo de abertura e o que veio antes.
      *----O estorno de pagamento desfaz credito em qualquer data; a
      *----baixa como perda tira a conta da carteira sem quitar nada
       1020-SOMAR-LANCAMENTO.
           IF MVC-ESTORNO
               SUBTRACT MVC-VALOR FROM CREDITO-LIQUIDO
           ELSE
               IF MVC-DEBITO
                   IF MVC-DATA NOT GREATER FIM-ANO-REFERENCIA
                       ADD MVC-VALOR TO DEBITO-ATE-FIM-ANO
                   END-IF
                   IF MVC-DATA(1:4) = ANO-REFERENCIA AND
                           (MVC-FATURA OR MVC-FATURA-VISITA OR
                            MVC-CUSTAS OR MVC-ENCARGOS)
                       ADD MVC-VALOR TO FATURADO-ANO
                   END-IF
               ELSE
                   IF NOT MVC-BAIXA-PERDA
                       ADD MVC-VALOR TO CREDITO-LIQUIDO
                   END-IF
               END-IF
           END-IF.

       1050-ZERAR-CONTA.
           MOVE 0 TO DEBITO-ATE-FIM-ANO
           MOVE 0 TO CREDITO-LIQUIDO
           MOVE 0 TO FATURADO-ANO.

      *----Conta sem nada faturado no ano nao entra na declaracao.
      *----Com os pagamentos abatendo o debito mais antigo primeiro, o
      *----que falta para cobrir o debito ate 31/12 e o que do ano
      *----(ou de antes) ainda esta em aberto
       1100-FECHAR-CONTA.
           IF CONTA-CORRENTE NOT = 0 AND FATURADO-ANO GREATER 0
               ADD 1 TO QTD-CONTAS-FATURADAS
               COMPUTE ABERTO-CONTA =
                   DEBITO-ATE-FIM-ANO - CREDITO-LIQUIDO
               PERFORM 1200-LOCALIZAR-TITULAR
               IF CLIENTE-TITULAR = 0
                   ADD 1 TO QTD-CONTAS-SEM-TITULAR
                   MOVE 0 TO LX-CLIENTE
                   MOVE CONTA-CORRENTE TO LX-CONTA
                   MOVE FATURADO-ANO TO LX-FATURADO
                   MOVE ABERTO-CONTA TO LX-ABERTO
                   MOVE 'CONTA SEM TITULAR INFORMADO' TO LX-MOTIVO
                   MOVE LINHA-EXCECAO TO REG-EXCECAO
                   WRITE REG-EXCECAO
               ELSE
                   PERFORM 1300-SOMAR-CLIENTE
               END-IF
           END-IF.

      *----Titular pelo ACCOUNTS, ou pelo LOSSES se a conta foi
      *----baixada; cadastro mesclado declara no sobrevivente
       1200-LOCALIZAR-TITULAR.
           MOVE 0 TO CLIENTE-TITULAR
           MOVE CONTA-CORRENTE TO CTA-ID
           READ ACCOUNTS KEY IS CTA-ID
               INVALID KEY
                   PERFORM VARYING IDX-PERDA FROM 1 BY 1
                           UNTIL IDX-PERDA > QTD-PERDAS
                               OR CLIENTE-TITULAR NOT = 0
                       IF TPR-CTA-ID(IDX-PERDA) = CONTA-CORRENTE
                           MOVE TPR-CLIENTE(IDX-PERDA)
                               TO CLIENTE-TITULAR
                       END-IF
                   END-PERFORM
               NOT INVALID KEY
                   MOVE CTA-CLIENTE TO CLIENTE-TITULAR
           END-READ
           IF CLIENTE-TITULAR NOT = 0
               MOVE CLIENTE-TITULAR TO CLI-NUMERO
               READ CLIENTES KEY IS CLI-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-MESCLADO
                           MOVE CLI-MERGE-DESTINO TO CLIENTE-TITULAR
                       END-IF
               END-READ
           END-IF.

       1300-SOMAR-CLIENTE.
           MOVE 0 TO CLIENTE-POSICAO
           PERFORM VARYING IDX-CLIENTE FROM 1 BY 1
                   UNTIL IDX-CLIENTE > QTD-CLIENTES
                       OR CLIENTE-POSICAO NOT = 0
               IF TCL-CLIENTE(IDX-CLIENTE) = CLIENTE-TITULAR
                   MOVE IDX-CLIENTE TO CLIENTE-POSICAO
               END-IF
           END-PERFORM
           IF CLIENTE-POSICAO = 0
               IF QTD-CLIENTES < 5000
                   ADD 1 TO QTD-CLIENTES
                   MOVE QTD-CLIENTES TO CLIENTE-POSICAO
                   MOVE CLIENTE-TITULAR TO TCL-CLIENTE(CLIENTE-POSICAO)
                   MOVE 0 TO TCL-QTD-CONTAS(CLIENTE-POSICAO)
                   MOVE 0 TO TCL-FATURADO(CLIENTE-POSICAO)
                   MOVE 0 TO TCL-EM-ABERTO(CLIENTE-POSICAO)
                   MOVE 0 TO TCL-CONTA-ABERTA(CLIENTE-POSICAO)
                   MOVE 'N' TO TCL-EMITIDA(CLIENTE-POSICAO)
               ELSE
      *----Sem lugar na tabela o cliente nao pode ser declarado
      *----quitado com seguranca: vai para as excecoes
                   ADD 1 TO QTD-TABELA-CHEIA
                   MOVE CLIENTE-TITULAR TO LX-CLIENTE
                   MOVE CONTA-CORRENTE TO LX-CONTA
                   MOVE FATURADO-ANO TO LX-FATURADO
                   MOVE ABERTO-CONTA TO LX-ABERTO
                   MOVE 'TABELA DE CLIENTES CHEIA' TO LX-MOTIVO
                   MOVE LINHA-EXCECAO TO REG-EXCECAO
                   WRITE REG-EXCECAO
               END-IF
           END-IF
           IF CLIENTE-POSICAO NOT = 0
               ADD 1 TO TCL-QTD-CONTAS(CLIENTE-POSICAO)
               ADD FATURADO-ANO TO TCL-FATURADO(CLIENTE-POSICAO)
               IF ABERTO-CONTA GREATER 0
                   ADD ABERTO-CONTA TO TCL-EM-ABERTO(CLIENTE-POSICAO)
                   IF TCL-CONTA-ABERTA(CLIENTE-POSICAO) = 0
                       MOVE CONTA-CORRENTE
                           TO TCL-CONTA-ABERTA(CLIENTE-POSICAO)
                   END-IF
               END-IF
           END-IF.

      *----Declaracao do mesmo ano ja enviada numa rodada anterior
      *----nao sai de novo
       1500-MARCAR-EMITIDAS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT DECLARACOES-LOG
           IF FS-DECL-LOG NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ DECLARACOES-LOG
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF DQL-ANO = ANO-REFERENCIA
                           PERFORM VARYING IDX-CLIENTE FROM 1 BY 1
                                   UNTIL IDX-CLIENTE > QTD-CLIENTES
                               IF TCL-CLIENTE(IDX-CLIENTE) =
                                       DQL-CLIENTE
                                   MOVE 'S' TO TCL-EMITIDA(IDX-CLIENTE)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DECLARACOES-LOG.

      *----So entra no SORT o cliente sem nada do ano em aberto e
      *----com endereco para receber; o resto vai para as excecoes
       2000-SELECIONAR-QUITADOS.
           PERFORM VARYING IDX-CLIENTE FROM 1 BY 1
                   UNTIL IDX-CLIENTE > QTD-CLIENTES
               MOVE TCL-CLIENTE(IDX-CLIENTE) TO LX-CLIENTE
               MOVE TCL-CONTA-ABERTA(IDX-CLIENTE) TO LX-CONTA
               MOVE TCL-FATURADO(IDX-CLIENTE) TO LX-FATURADO
               MOVE TCL-EM-ABERTO(IDX-CLIENTE) TO LX-ABERTO
               EVALUATE TRUE
                   WHEN TCL-EM-ABERTO(IDX-CLIENTE) GREATER 0
                       ADD 1 TO QTD-EM-ABERTO
                       MOVE 'DEBITO DO ANO EM ABERTO' TO LX-MOTIVO
                       MOVE LINHA-EXCECAO TO REG-EXCECAO
                       WRITE REG-EXCECAO
                   WHEN TCL-EMITIDA(IDX-CLIENTE) = 'S'
                       ADD 1 TO QTD-JA-EMITIDAS
                   WHEN OTHER
                       PERFORM 2100-LIBERAR-CLIENTE
               END-EVALUATE
           END-PERFORM.

       2100-LIBERAR-CLIENTE.
           MOVE 'N' TO CLIENTE-ACHADO
           MOVE TCL-CLIENTE(IDX-CLIENTE) TO CLI-NUMERO
           READ CLIENTES KEY IS CLI-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CLIENTE-ACHADO
           END-READ
           IF CLIENTE-ACHADO = 'S' AND CLI-BLOQUEADO-LGPD
               MOVE 'N' TO CLIENTE-ACHADO
           END-IF
           IF CLIENTE-ACHADO = 'N'
               ADD 1 TO QTD-SEM-ENDERECO
               MOVE 'QUITADO, SEM CADASTRO OU ENDERECO' TO LX-MOTIVO
               MOVE LINHA-EXCECAO TO REG-EXCECAO
               WRITE REG-EXCECAO
           ELSE
               MOVE CLI-END-CEP TO SRT-CEP
               MOVE CLI-NUMERO TO SRT-CLIENTE
               MOVE CLI-NOME TO SRT-NOME
               MOVE CLI-END-RUA TO SRT-RUA
               MOVE CLI-END-NUMERO TO SRT-NUMERO
               MOVE CLI-END-COMPLEMENTO TO SRT-COMPLEMENTO
               MOVE CLI-END-BAIRRO TO SRT-BAIRRO
               MOVE CLI-END-CIDADE TO SRT-CIDADE
               MOVE CLI-END-UF TO SRT-UF
               MOVE TCL-QTD-CONTAS(IDX-CLIENTE) TO SRT-QTD-CONTAS
               MOVE TCL-FATURADO(IDX-CLIENTE) TO SRT-VALOR-FATURADO
               RELEASE REG-SORT
           END-IF.

       3000-IMPRIMIR-DECLARACOES.
           PERFORM UNTIL FIM-SORT = 'S'
               RETURN ARQ-SORT
                   AT END
                       MOVE 'S' TO FIM-SORT
                   NOT AT END
                       PERFORM 3100-IMPRIMIR-DECLARACAO
                       PERFORM 3200-REGISTRAR-ENVIO
               END-RETURN
           END-PERFORM.

      *----Mesmo molde de endereco das cartas de cobranca
       3100-IMPRIMIR-DECLARACAO.
           ADD 1 TO QTD-DECLARACOES
           MOVE ALL '=' TO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE SRT-NOME TO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE SPACES TO REG-DECLARACAO
           STRING SRT-RUA DELIMITED BY '  '
               ', ' DELIMITED BY SIZE
               SRT-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-COMPLEMENTO DELIMITED BY SIZE
               INTO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE SPACES TO REG-DECLARACAO
           STRING SRT-BAIRRO DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               SRT-CIDADE DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               SRT-UF DELIMITED BY SIZE
               INTO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE SRT-CEP TO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE SPACES TO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE SPACES TO LINHA-TEXTO
           STRING 'DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO '
               DELIMITED BY SIZE
               ANO-REFERENCIA DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE SPACES TO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE SPACES TO LINHA-TEXTO
           STRING 'CLIENTE ' DELIMITED BY SIZE
               SRT-CLIENTE DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE SPACES TO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE 'DECLARAMOS, EM CUMPRIMENTO A LEI 12.007/2009, QUE'
               TO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE SPACES TO LINHA-TEXTO
           STRING 'ESTAO QUITADOS TODOS OS DEBITOS DOS SERVICOS '
               DELIMITED BY SIZE
               'FATURADOS NO ANO DE ' DELIMITED BY SIZE
               ANO-REFERENCIA DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE SPACES TO LINHA-TEXTO
           MOVE SRT-VALOR-FATURADO TO VALOR-ED
           MOVE SRT-QTD-CONTAS TO CONTAS-ED
           STRING 'NO VALOR TOTAL DE ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               ', EM ' DELIMITED BY SIZE
               CONTAS-ED DELIMITED BY SIZE
               ' CONTA(S).' DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE SPACES TO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE 'ESTA DECLARACAO SUBSTITUI, PARA A COMPROVACAO DOS'
               TO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE 'PAGAMENTOS DO ANO, OS COMPROVANTES DE CADA FATURA.'
               TO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE SPACES TO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE SPACES TO LINHA-TEXTO
           STRING 'EMITIDA EM ' DELIMITED BY SIZE
               DATA-EMISSAO-ED DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-DECLARACAO
           WRITE REG-DECLARACAO
           MOVE SPACES TO REG-DECLARACAO
           WRITE REG-DECLARACAO.

      *----Prova do envio: ano, cliente, data e endereco postal
       3200-REGISTRAR-ENVIO.
           MOVE ANO-REFERENCIA TO DQL-ANO
           MOVE SRT-CLIENTE TO DQL-CLIENTE
           MOVE DATA-HOJE TO DQL-DATA-EMISSAO
           MOVE SRT-CEP TO DQL-CEP
           MOVE SRT-QTD-CONTAS TO DQL-QTD-CONTAS
           MOVE SRT-VALOR-FATURADO TO DQL-VALOR-FATURADO
           WRITE REG-DECLARACAO-LOG.

       4000-GRAVAR-RESUMO.
           MOVE SPACES TO REG-EXCECAO
           WRITE REG-EXCECAO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'CLIENTES FATURADOS NO ANO: ' DELIMITED BY SIZE
               QTD-CLIENTES DELIMITED BY SIZE
               '  DECLARACOES EMITIDAS: ' DELIMITED BY SIZE
               QTD-DECLARACOES DELIMITED BY SIZE
               '  JA EMITIDAS: ' DELIMITED BY SIZE
               QTD-JA-EMITIDAS DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-EXCECAO
           WRITE REG-EXCECAO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'EM ABERTO: ' DELIMITED BY SIZE
               QTD-EM-ABERTO DELIMITED BY SIZE
               '  SEM ENDERECO: ' DELIMITED BY SIZE
               QTD-SEM-ENDERECO DELIMITED BY SIZE
               '  CONTAS SEM TITULAR: ' DELIMITED BY SIZE
               QTD-CONTAS-SEM-TITULAR DELIMITED BY SIZE
               '  FORA DA TABELA: ' DELIMITED BY SIZE
               QTD-TABELA-CHEIA DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-EXCECAO
           WRITE REG-EXCECAO.

       COPY GravarRunControle.
       END PROGRAM DeclaracaoQuitacao.
