      *          para ninguem receber a mesma carta duas vezes
      *          seguidas, e o acumulado CARTAECON fecha a economia de
      *          postagem do mes (linhas do aging x cartas enviadas).
      *          Aging vazio termina com RETURN-CODE 4. Cada carta
      *          emitida tambem entra na fila unica MSGSAIDA (modelos
      *          COBRANC1 a COBRANC3, pelo nivel) para o aviso sair
      *          por SMS ou e-mail pelo MensagemDespacho.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CartasCobranca.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Contas em atraso emitidas pela rodada do ContasAtraso
           SELECT ATRASADAS ASSIGN TO "ATRASADA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
      *----Ultimo nivel de carta enviado por cliente
           SELECT OPTIONAL CONTROLE-CARTAS ASSIGN TO "CARTACTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCT-CLIENTE
               FILE STATUS IS FS-CONTROLE.
      *----Acumulado do mes da economia de postagem
           SELECT OPTIONAL ECONOMIA ASSIGN TO "CARTAECO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ECONOMIA.
           SELECT CARTAS ASSIGN TO "COBRANCA"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY MensagemSaidaSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ATRASADAS.
           03 ECO-CARTAS PIC 9(6).
       FD  CARTAS.
       01  REG-CARTA PIC X(80).
       COPY MensagemSaidaFD.
       WORKING-STORAGE SECTION.
       01  FS-CLIENTES PIC X(2).
       01  FS-CONTROLE PIC X(2).
       01  QTD-CARTAS PIC 9(5) VALUE 0.
       01  QTD-SEGURADAS PIC 9(5) VALUE 0.
       01  QTD-SEM-CADASTRO PIC 9(5) VALUE 0.
       01  QTD-CONTAS-CLIENTE PIC 9(3).
       01  VALOR-ED PIC -(7)9,99.
       01  VALOR-ED2 PIC -(8)9,99.
       01  LINHA-CONTA.
           PERFORM 0100-CARREGAR-ATRASADAS
           IF QTD-LINHAS = 0
               DISPLAY 'Interface de aging vazia, nenhuma carta'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0200-ORDENAR-POR-CLIENTE
           OPEN INPUT CLIENTES
           OPEN I-O CONTROLE-CARTAS
           OPEN OUTPUT CARTAS
           OPEN EXTEND MENSAGENS-SAIDA
           MOVE 0 TO CLIENTE-CORRENTE
           MOVE 1 TO IDX-LINHA
           PERFORM UNTIL IDX-LINHA > QTD-LINHAS
           CLOSE CLIENTES
           CLOSE CONTROLE-CARTAS
           CLOSE CARTAS
           CLOSE MENSAGENS-SAIDA
           STOP RUN.

       0100-CARREGAR-ATRASADAS.
                   ADD 1 TO QTD-SEM-CADASTRO
               NOT INVALID KEY
                   PERFORM 3100-IMPRIMIR-CARTA
                   PERFORM 3150-ENFILEIRAR-MENSAGEM
                   PERFORM 3200-ATUALIZAR-CONTROLE
           END-READ.

           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA.

      *----O aviso eletronico leva o nivel no modelo e o total
      *----atualizado ja editado com virgula, como na carta
       3150-ENFILEIRAR-MENSAGEM.
           MOVE 'CARTASCOBRANCA' TO MSG-PROGRAMA
           SET MSG-PARA-CLIENTE TO TRUE
           MOVE CLIENTE-CORRENTE TO MSG-DEST-ID
           SET MSG-MELHOR-CANAL TO TRUE
           MOVE SPACES TO MSG-MODELO
           STRING 'COBRANC' NIVEL-CARTA DELIMITED BY SIZE
               INTO MSG-MODELO
           SET MSG-SERVICO TO TRUE
           MOVE SPACES TO MSG-VARIAVEIS
           MOVE CLI-NOME TO MSG-VARIAVEL(1)
           COMPUTE QTD-CONTAS-CLIENTE = FIM-CLIENTE - INICIO-CLIENTE
               + 1
           MOVE QTD-CONTAS-CLIENTE TO MSG-VARIAVEL(2)
           MOVE TOTAL-CLIENTE TO VALOR-ED2
           MOVE VALOR-ED2 TO MSG-VARIAVEL(3)
           MOVE DATA-HOJE TO MSG-VARIAVEL(4)
           PERFORM 9810-GRAVAR-MENSAGEM-SAIDA.

       3200-ATUALIZAR-CONTROLE.
           IF TEM-CONTROLE = 'S'
               MOVE CLIENTE-CORRENTE TO CCT-CLIENTE
           DISPLAY 'Postagem do mes ' ECO-ANO-MES ': '
               ECO-LINHAS ' cartas antes do agrupamento, '
               ECO-CARTAS ' depois'.

       COPY GravarMensagemSaida.
       END PROGRAM CartasCobranca.
