      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Atendimento da fila de cobranca do dia pela equipe de
      *          telefone, chamado pelo MenuPrincipal com o operador
      *          validado no sign-on. Mostra a proxima ligacao
      *          pendente da fila do operador no FILACOB, na ordem de
      *          prioridade montada pelo FilaCobrancaGera, e registra
      *          o resultado: nao atende, numero errado, promessa de
      *          pagamento ou recusa. Cada ligacao vai para o
      *          historico CHAMADAS; a promessa pede data e valor e e
      *          gravada no PROMESSAS, substituindo a promessa aberta
      *          anterior da mesma conta, para o PromessaConfere
      *          acompanhar - e vai para o journal de auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FilaAtendimento.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
      *----Valores em reais com virgula na tela
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FILA-COBRANCA ASSIGN TO "FILACOB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLC-CHAVE
               FILE STATUS IS FS-FILA.
           SELECT OPTIONAL PROMESSAS ASSIGN TO "PROMESSAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-CHAVE
               FILE STATUS IS FS-PROMESSAS.
      *----Historico de todas as ligacoes, aberto em EXTEND
           SELECT CHAMADAS ASSIGN TO "CHAMADAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHAMADAS.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  FILA-COBRANCA.
       COPY RegFilaCobranca.
       FD  PROMESSAS.
       COPY RegPromessa.
       FD  CHAMADAS.
       01  REG-CHAMADA.
           03 CHM-DATA PIC 9(8).
           03 CHM-HORA PIC 9(8).
           03 CHM-OPERADOR PIC X(10).
           03 CHM-CTA-ID PIC 9(6).
           03 CHM-CLIENTE PIC 9(6).
           03 CHM-TELEFONE PIC X(40).
           03 CHM-RESULTADO PIC X(2).
           03 CHM-DATA-PROMESSA PIC 9(8).
           03 CHM-VALOR-PROMESSA PIC 9(7)V9(2).
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-FILA PIC X(2).
       01  FS-PROMESSAS PIC X(2).
       01  FS-CHAMADAS PIC X(2).
       01  FIM-FILA PIC X.
       01  FIM-PROMESSAS PIC X.
       01  LIGACAO-ACHADA PIC X.
       01  OPERADOR-FILA PIC X(10).
       01  ORDEM-CURSOR PIC 9(4) VALUE 0.
       01  OPCAO PIC 9 VALUE 0.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
      *----Prazo maximo que a equipe pode dar para a promessa
       01  PRAZO-MAXIMO-PROMESSA PIC 9(3) VALUE 30.
       01  DATA-LIMITE PIC 9(8).
       01  DATA-PROMETIDA PIC 9(8).
       01  DATA-PROMETIDA-R REDEFINES DATA-PROMETIDA.
           03 DP-ANO PIC 9(4).
           03 DP-MES PIC 9(2).
           03 DP-DIA PIC 9(2).
       01  VALOR-PROMETIDO PIC 9(7)V9(2).
       01  DATA-VALIDA PIC X.
       01  VALOR-ED PIC -(7)9,99.
       LINKAGE SECTION.
      *----Operador validado no sign-on do MenuPrincipal; e dele a
      *----fila que se trabalha
       01  LK-OPERADOR PIC X(10).
       PROCEDURE DIVISION USING LK-OPERADOR.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               MOVE LK-OPERADOR TO OPERADOR-FILA
           ELSE
               ACCEPT OPERADOR-FILA FROM ENVIRONMENT 'USER'
           END-IF
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           COMPUTE DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) +
               PRAZO-MAXIMO-PROMESSA)
           OPEN I-O FILA-COBRANCA
           OPEN I-O PROMESSAS
           OPEN EXTEND CHAMADAS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'FILAATENDIMENTO' TO AUDIT-PROGRAMA
           MOVE OPERADOR-FILA TO AUDIT-OPERADOR
           MOVE 0 TO OPCAO
           PERFORM UNTIL OPCAO = 9
               PERFORM 1000-PROXIMA-LIGACAO
               IF LIGACAO-ACHADA = 'N'
                   DISPLAY 'Nenhuma ligacao pendente na sua fila'
                   MOVE 9 TO OPCAO
               ELSE
                   PERFORM 1100-MOSTRAR-LIGACAO
                   DISPLAY '1 - Nao atende'
                   DISPLAY '2 - Numero errado'
                   DISPLAY '3 - Promessa de pagamento'
                   DISPLAY '4 - Recusa'
                   DISPLAY '0 - Pular para a proxima'
                   DISPLAY '9 - Sair'
                   ACCEPT OPCAO
                   EVALUATE OPCAO
                       WHEN 1
                           MOVE 'NA' TO FLC-RESULTADO
                           PERFORM 3000-REGISTRAR-RESULTADO
                       WHEN 2
                           MOVE 'NE' TO FLC-RESULTADO
                           PERFORM 3000-REGISTRAR-RESULTADO
                       WHEN 3
                           PERFORM 2000-TOMAR-PROMESSA
                       WHEN 4
                           MOVE 'RC' TO FLC-RESULTADO
                           PERFORM 3000-REGISTRAR-RESULTADO
                       WHEN 0
                           MOVE FLC-ORDEM TO ORDEM-CURSOR
                       WHEN 9
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'Opcao invalida'
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE FILA-COBRANCA
           CLOSE PROMESSAS
           CLOSE CHAMADAS
           CLOSE AUDIT-JOURNAL
           GOBACK.

      *----Primeira ligacao pendente depois do cursor; chegando ao
      *----fim com ligacoes puladas, volta ao comeco da fila
       1000-PROXIMA-LIGACAO.
           PERFORM 1050-PROCURAR-PENDENTE
           IF LIGACAO-ACHADA = 'N' AND ORDEM-CURSOR > 0
               MOVE 0 TO ORDEM-CURSOR
               PERFORM 1050-PROCURAR-PENDENTE
           END-IF.

       1050-PROCURAR-PENDENTE.
           MOVE 'N' TO LIGACAO-ACHADA
           MOVE 'N' TO FIM-FILA
           MOVE OPERADOR-FILA TO FLC-OPERADOR
           MOVE ORDEM-CURSOR TO FLC-ORDEM
           START FILA-COBRANCA KEY IS GREATER THAN FLC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-FILA
           END-START
           PERFORM UNTIL FIM-FILA = 'S' OR LIGACAO-ACHADA = 'S'
               READ FILA-COBRANCA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-FILA
                   NOT AT END
                       IF FLC-OPERADOR NOT = OPERADOR-FILA
                           MOVE 'S' TO FIM-FILA
                       ELSE
                           IF FLC-PENDENTE
                               MOVE 'S' TO LIGACAO-ACHADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       1100-MOSTRAR-LIGACAO.
           DISPLAY '=============================================='
           IF FLC-PROMESSA-QUEBRADA = 'S'
               DISPLAY '*** PROMESSA QUEBRADA, RETORNAR O CONTATO ***'
           END-IF
           DISPLAY 'Ligacao ' FLC-ORDEM ' - cliente ' FLC-CLIENTE
               ' ' FLC-NOME
           DISPLAY 'Telefone: ' FLC-TELEFONE
           MOVE FLC-VALOR TO VALOR-ED
           DISPLAY 'Conta ' FLC-CTA-ID ' faixa ' FLC-FAIXA
               ' valor atualizado ' VALOR-ED ' score ' FLC-SCORE.

      *----Promessa com data entre hoje e o prazo maximo e valor
      *----maior que zero; a aberta anterior da conta fica substituida
       2000-TOMAR-PROMESSA.
           MOVE 'N' TO DATA-VALIDA
           PERFORM UNTIL DATA-VALIDA = 'S'
               DISPLAY 'Data prometida (AAAAMMDD): '
               ACCEPT DATA-PROMETIDA
               IF DP-MES > 0 AND DP-MES < 13 AND
                       DP-DIA > 0 AND DP-DIA < 32 AND
                       DATA-PROMETIDA NOT LESS DATA-HOJE AND
                       DATA-PROMETIDA NOT GREATER DATA-LIMITE
                   MOVE 'S' TO DATA-VALIDA
               ELSE
                   DISPLAY 'Data fora do prazo, ate ' DATA-LIMITE
               END-IF
           END-PERFORM
           MOVE 0 TO VALOR-PROMETIDO
           PERFORM UNTIL VALOR-PROMETIDO > 0
               DISPLAY 'Valor prometido: '
               ACCEPT VALOR-PROMETIDO
           END-PERFORM
           PERFORM 2100-SUBSTITUIR-ABERTAS
           MOVE FLC-CTA-ID TO PMS-CTA-ID
           MOVE DATA-HOJE TO PMS-DATA-REGISTRO
           MOVE FLC-CLIENTE TO PMS-CLIENTE
           MOVE DATA-PROMETIDA TO PMS-DATA-PROMESSA
           MOVE VALOR-PROMETIDO TO PMS-VALOR
           MOVE 0 TO PMS-VALOR-PAGO
           MOVE OPERADOR-FILA TO PMS-OPERADOR
           SET PMS-ABERTA TO TRUE
           MOVE 0 TO PMS-DATA-APURACAO
           MOVE 'N' TO PMS-REFILADA
           WRITE REG-PROMESSA
               INVALID KEY
                   REWRITE REG-PROMESSA
           END-WRITE
           MOVE 'PROMESSA-PAGAMENTO' TO AUDIT-ACAO
           MOVE FLC-CTA-ID TO AUDIT-VALOR-ANTES
           MOVE VALOR-PROMETIDO TO VALOR-ED
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING DATA-PROMETIDA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           MOVE 'PP' TO FLC-RESULTADO
           PERFORM 3000-REGISTRAR-RESULTADO
           DISPLAY 'Promessa registrada'.

       2100-SUBSTITUIR-ABERTAS.
           MOVE 'N' TO FIM-PROMESSAS
           MOVE FLC-CTA-ID TO PMS-CTA-ID
           MOVE 0 TO PMS-DATA-REGISTRO
           START PROMESSAS KEY IS NOT LESS THAN PMS-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PROMESSAS
           END-START
           PERFORM UNTIL FIM-PROMESSAS = 'S'
               READ PROMESSAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PROMESSAS
                   NOT AT END
                       IF PMS-CTA-ID NOT = FLC-CTA-ID
                           MOVE 'S' TO FIM-PROMESSAS
                       ELSE
                           IF PMS-ABERTA
                               SET PMS-SUBSTITUIDA TO TRUE
                               MOVE DATA-HOJE TO PMS-DATA-APURACAO
                               REWRITE REG-PROMESSA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3000-REGISTRAR-RESULTADO.
           REWRITE REG-FILA-COBRANCA
           MOVE DATA-HOJE TO CHM-DATA
           ACCEPT CHM-HORA FROM TIME
           MOVE OPERADOR-FILA TO CHM-OPERADOR
           MOVE FLC-CTA-ID TO CHM-CTA-ID
           MOVE FLC-CLIENTE TO CHM-CLIENTE
           MOVE FLC-TELEFONE TO CHM-TELEFONE
           MOVE FLC-RESULTADO TO CHM-RESULTADO
           MOVE 0 TO CHM-DATA-PROMESSA
           MOVE 0 TO CHM-VALOR-PROMESSA
           IF FLC-PROMETEU
               MOVE DATA-PROMETIDA TO CHM-DATA-PROMESSA
               MOVE VALOR-PROMETIDO TO CHM-VALOR-PROMESSA
           END-IF
           WRITE REG-CHAMADA
           MOVE FLC-ORDEM TO ORDEM-CURSOR.

       COPY GravarAuditoria.
       END PROGRAM FilaAtendimento.
