      *          (nivel 3) aprovar ou recusar aqui mesmo. O acordo
      *          escolhido continua sendo registrado no
      *          AcordoManutencao; aqui nada muda o ACCOUNTS.
      *          O encargo de atraso do ciclo ja lancado no debito
      *          pelo EncargosPosta (ENCARGOS) sai do principal antes
      *          da atualizacao, para nao ser cobrado duas vezes; o
      *          que o desconto perdoar dele e estornado na quitacao
      *          pelo PagamentosPosta.
      *          A senha e conferida pela rotina compartilhada
      *          Autenticacao (hash, troca obrigatoria e bloqueio
      *          persistente do operador). O nivel 3 nao decide o
      *          pedido pendente que ele mesmo negociou.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NegociacaoMesa.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-ACCOUNTS.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-JUROS.
      *----Tabela de indices mensais de correcao monetaria, a mesma
      *----consumida pela rodada do ContasAtraso
           SELECT OPTIONAL INDICES ASSIGN TO "INDICECF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INDICES.
      *----Descontos acima da alcada, pendentes de supervisor
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSC-CTA-ID
               FILE STATUS IS FS-DESCONTOS.
      *----Encargos de atraso ja lancados no debito da conta
           SELECT OPTIONAL ENCARGOS ASSIGN TO "ENCARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-CTA-ID
               FILE STATUS IS FS-ENCARGOS.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
               88 DSC-PENDENTE VALUE 'P'.
               88 DSC-APROVADO VALUE 'A'.
               88 DSC-RECUSADO VALUE 'R'.
      *----Quitacao paga: o PagamentosPosta baixou o desconto
               88 DSC-QUITADO VALUE 'Q'.
      *----Acordo da conta quebrado pelo AcordoQuebra: o desconto
      *----condicionado a quitacao perdeu a validade
               88 DSC-REVOGADO VALUE 'X'.
       FD  ENCARGOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegEncargo.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-ACCOUNTS PIC X(2).
       01  FS-JUROS PIC X(2).
       01  FS-INDICES PIC X(2).
       01  FS-DESCONTOS PIC X(2).
       01  FS-ENCARGOS PIC X(2).
       01  FIM-INDICES PIC X.
       01  FIM-DESCONTOS PIC X.
       01  OPCAO PIC 9 VALUE 0.
      *----MenuPrincipal; a alcada de desconto sai do registro
       01  OPERADOR-MESA PIC X(10).
       01  SENHA-DIGITADA PIC X(8).
       01  RETORNO-AUTENTICACAO PIC 9(2).
       01  PROGRAMA-SIGNON PIC X(20) VALUE 'NEGOCIACAOMESA'.
       01  NIVEL-OPERADOR PIC 9(1).
       01  SIGNON-OK PIC X VALUE 'N'.
       01  CONTA-PESQUISA PIC 9(6).
       01  ANO-MES-BASE PIC 9(6).
       01  ANO-MES-HOJE PIC 9(6).
       01  DEBITO-ABERTO PIC 9(7)V9(2).
      *----Encargo do ciclo de atraso corrente ja lancado no debito
       01  ENCARGO-LANCADO PIC 9(7)V9(2).
       01  VALOR-CORRIGIDO PIC 9(9)V9(4).
       01  VALOR-CORRECAO PIC 9(7)V9(2).
       01  VALOR-JUROS PIC 9(7)V9(2).
           PERFORM 0300-CARREGAR-INDICES
           OPEN I-O DESCONTOS-PEND
           OPEN INPUT ACORDOS
           OPEN INPUT ENCARGOS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'NEGOCIACAOMESA' TO AUDIT-PROGRAMA
           MOVE OPERADOR-MESA TO AUDIT-OPERADOR
           END-PERFORM
           CLOSE DESCONTOS-PEND
           CLOSE ACORDOS
           CLOSE ENCARGOS
           CLOSE AUDIT-JOURNAL
           GOBACK.

           ACCEPT OPERADOR-MESA
           DISPLAY 'Senha: '
           ACCEPT SENHA-DIGITADA
           CALL 'Autenticacao' USING OPERADOR-MESA SENHA-DIGITADA
               PROGRAMA-SIGNON RETORNO-AUTENTICACAO
           MOVE OPERADOR-MESA TO OPE-ID
           READ OPERADORES KEY IS OPE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RETORNO-AUTENTICACAO = 00 AND OPE-ATIVO
                       MOVE 'S' TO SIGNON-OK
                       MOVE OPE-NIVEL-DESCONTO TO NIVEL-OPERADOR
                       DISPLAY 'Bem-vindo, ' OPE-NOME
           IF DIAS-ATRASO LESS 0
               MOVE 0 TO DIAS-ATRASO
           END-IF
           PERFORM 2100-DESCONTAR-ENCARGOS
           MOVE DEBITO-ABERTO TO VALOR-CORRIGIDO
           MOVE VE-ANO-MES TO ANO-MES-BASE
           COMPUTE ANO-MES-HOJE = DH2-ANO * 100 + DH2-MES
               VALOR-CORRIGIDO + VALOR-JUROS
           MOVE DEBITO-ABERTO TO VALOR-ED
           DISPLAY 'Principal em aberto:  ' VALOR-ED
           IF ENCARGO-LANCADO GREATER 0
               MOVE ENCARGO-LANCADO TO VALOR-ED
               DISPLAY '  (encargos ja lancados na conta, '
                   'inclusos abaixo: ' VALOR-ED ')'
           END-IF
           MOVE VALOR-CORRECAO TO VALOR-ED
           DISPLAY 'Correcao monetaria:   ' VALOR-ED
           MOVE VALOR-JUROS TO VALOR-ED
           MOVE VALOR-ATUALIZADO TO VALOR-ED
           DISPLAY 'SALDO ATUALIZADO:     ' VALOR-ED.

      *----Encargo lancado no mesmo ciclo (mesma data base) ja esta
      *----no debito: volta a ser apurado aqui sobre o principal
       2100-DESCONTAR-ENCARGOS.
           MOVE 0 TO ENCARGO-LANCADO
           IF FS-ENCARGOS = '00' OR FS-ENCARGOS = '05'
               MOVE CTA-ID TO ENC-CTA-ID
               READ ENCARGOS KEY IS ENC-CTA-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ENC-DATA-BASE = VENCIMENTO-EFETIVO
                           COMPUTE ENCARGO-LANCADO =
                               ENC-CORRECAO-CICLO + ENC-JUROS-CICLO
                       END-IF
               END-READ
           END-IF
           IF ENCARGO-LANCADO GREATER DEBITO-ABERTO
               MOVE DEBITO-ABERTO TO ENCARGO-LANCADO
           END-IF
           SUBTRACT ENCARGO-LANCADO FROM DEBITO-ABERTO.

      *----Opcoes de parcelamento pela parcela da Tabela Price do
      *----CalculoMotor, com a taxa mensal da mesa
       3000-MOSTRAR-PARCELAMENTOS.
                   INVALID KEY
                       DISPLAY 'Pedido nao encontrado'
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT DSC-PENDENTE
                               DISPLAY 'Pedido ja decidido, status '
                                   DSC-STATUS
      *----Quem negociou o desconto nao aprova o proprio pedido
                           WHEN DSC-OPERADOR = OPERADOR-MESA
                               DISPLAY 'Pedido negociado por voce: a '
                                   'decisao e de outro nivel 3'
                           WHEN OTHER
                               PERFORM 6100-APLICAR-DECISAO
                       END-EVALUATE
               END-READ
           END-IF.

