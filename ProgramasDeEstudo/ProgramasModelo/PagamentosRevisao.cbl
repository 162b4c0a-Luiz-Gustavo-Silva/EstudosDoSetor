      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Mesa do supervisor para os pagamentos retidos por
      *          duplicidade entre canais, no molde da mesa de
      *          suspensos: lista os itens abertos do PAGREVIS, com o
      *          pagamento de outro canal com que cada um bateu, e
      *          para cada item o supervisor decide - lancar na
      *          propria conta (era pagamento legitimo), marcar para
      *          restituicao ao cliente, ou aplicar em outra conta. O
      *          lancado e o aplicado voltam ao PAGTOS marcados como
      *          liberados, que o PagamentosDuplicidade nao retem de
      *          novo, e a proxima baixa aplica. Cada decisao vai ao
      *          journal de auditoria e o item muda de status, entao
      *          nunca e decidido duas vezes. O arquivo atualizado sai
      *          em PAGREVISNEW e o JCL troca os datasets no fim.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PagamentosRevisao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
      *----Valores em reais com virgula na tela da mesa
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAG-REVISAO ASSIGN TO "PAGREVIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REVISAO.
           SELECT PAG-REVISAO-NOVO ASSIGN TO "PAGREVISNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Lancamento volta pelo PAGTOS: a proxima rodada do
      *----PagamentosPosta baixa o valor
           SELECT PAGAMENTOS ASSIGN TO "PAGTOS"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  PAG-REVISAO.
      *----Layout compartilhado com o PagamentosDuplicidade e o
      *----CnabRetorno
       COPY RegPagRevisao.
       FD  PAG-REVISAO-NOVO.
       01  REG-PAG-REVISAO-NOVO PIC X(80).
       FD  PAGAMENTOS.
      *----Mesmo layout do REG-PAGAMENTO de PagamentosPosta.cbl
       01  REG-PAGAMENTO.
           03 PAG-CTA-ID PIC 9(6).
           03 PAG-DATA PIC 9(8).
           03 PAG-VALOR PIC 9(7)V9(2).
           03 PAG-CANAL PIC X(1).
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-REVISAO PIC X(2).
       01  FIM-REVISAO PIC X.
      *----Itens retidos em memoria durante a sessao; o arquivo novo
      *----e gravado inteiro na saida
       01  QTD-ITENS PIC 9(3) VALUE 0.
       01  IDX-ITEM PIC 9(3).
       01  ITEM-ESCOLHIDO PIC 9(3).
       01  TAB-REVISAO OCCURS 500 TIMES.
           03 TR-REGISTRO PIC X(80).
       01  OPCAO PIC 9 VALUE 0.
      *----Total de linhas do arquivo, inclusive as que nao couberam
      *----na tabela: no fim elas passam intactas para o arquivo novo
       01  QTD-LIDOS-TOTAL PIC 9(5) VALUE 0.
       01  IDX-PULO PIC 9(5).
       01  DESTINO PIC 9.
       01  CONTA-NOVA PIC 9(6).
       01  QTD-DECIDIDOS PIC 9(3) VALUE 0.
       01  VALOR-ED PIC -(7)9,99.
       PROCEDURE DIVISION.
           PERFORM 1000-CARREGAR-RETIDOS
           IF QTD-ITENS = 0
               DISPLAY 'Nenhum pagamento retido, nada a decidir'
               GOBACK
           END-IF
           OPEN EXTEND PAGAMENTOS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'PAGAMENTOSREVISAO' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar pagamentos retidos'
               DISPLAY '2 - Decidir um item'
               DISPLAY '9 - Encerrar e gravar'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 2000-LISTAR-ABERTOS
                   WHEN 2
                       PERFORM 3000-DECIDIR-ITEM
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           PERFORM 8000-GRAVAR-ARQUIVO-NOVO
           DISPLAY 'Itens decididos na sessao: ' QTD-DECIDIDOS
           CLOSE PAGAMENTOS
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-CARREGAR-RETIDOS.
           MOVE 'N' TO FIM-REVISAO
           OPEN INPUT PAG-REVISAO
           IF FS-REVISAO NOT = '00'
               MOVE 'S' TO FIM-REVISAO
           END-IF
           PERFORM UNTIL FIM-REVISAO = 'S'
               READ PAG-REVISAO
                   AT END
                       MOVE 'S' TO FIM-REVISAO
                   NOT AT END
                       ADD 1 TO QTD-LIDOS-TOTAL
                       IF QTD-ITENS < 500
                           ADD 1 TO QTD-ITENS
                           MOVE REG-PAG-REVISAO
                               TO TR-REGISTRO(QTD-ITENS)
                       ELSE
                           DISPLAY 'TABELA DE RETIDOS CHEIA, ITEM '
                               'FORA DA SESSAO: ' REV-CTA-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAG-REVISAO.

       2000-LISTAR-ABERTOS.
           PERFORM VARYING IDX-ITEM FROM 1 BY 1
                   UNTIL IDX-ITEM > QTD-ITENS
               MOVE TR-REGISTRO(IDX-ITEM) TO REG-PAG-REVISAO
               IF REV-ABERTO
                   MOVE REV-VALOR TO VALOR-ED
                   DISPLAY IDX-ITEM ' CONTA ' REV-CTA-ID
                       ' DATA ' REV-DATA ' VALOR ' VALOR-ED
                       ' CANAL ' REV-CANAL ' BATEU COM '
                       REV-CANAL-PAR ' DE ' REV-DATA-PAR
               END-IF
           END-PERFORM.

       3000-DECIDIR-ITEM.
           DISPLAY 'Numero do item (da listagem): '
           ACCEPT ITEM-ESCOLHIDO
           IF ITEM-ESCOLHIDO = 0 OR ITEM-ESCOLHIDO > QTD-ITENS
               DISPLAY 'Item fora da listagem'
           ELSE
           MOVE TR-REGISTRO(ITEM-ESCOLHIDO) TO REG-PAG-REVISAO
           IF NOT REV-ABERTO
               DISPLAY 'Item ja decidido, status ' REV-STATUS
           ELSE
               DISPLAY '1 - Lancar na propria conta'
               DISPLAY '2 - Marcar para restituicao'
               DISPLAY '3 - Aplicar em outra conta'
               ACCEPT DESTINO
               EVALUATE DESTINO
                   WHEN 1
                       PERFORM 3100-LANCAR
                   WHEN 2
                       PERFORM 3200-RESTITUIR
                   WHEN 3
                       PERFORM 3300-REAPONTAR
                   WHEN OTHER
                       DISPLAY 'Destino invalido, nada mudou'
               END-EVALUATE
               MOVE REG-PAG-REVISAO TO TR-REGISTRO(ITEM-ESCOLHIDO)
           END-IF
           END-IF.

      *----Pagamento legitimo: volta ao PAGTOS liberado e a proxima
      *----rodada do PagamentosPosta aplica normalmente
       3100-LANCAR.
           MOVE REV-CTA-ID TO PAG-CTA-ID
           MOVE REV-DATA TO PAG-DATA
           MOVE REV-VALOR TO PAG-VALOR
           MOVE 'L' TO PAG-CANAL
           WRITE REG-PAGAMENTO
           SET REV-LANCADO TO TRUE
           ADD 1 TO QTD-DECIDIDOS
           MOVE 'RETIDO-LANCADO' TO AUDIT-ACAO
           MOVE REV-CTA-ID TO AUDIT-VALOR-ANTES
           MOVE REV-VALOR TO VALOR-ED
           MOVE VALOR-ED TO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           DISPLAY 'Item liberado para a baixa na conta ' REV-CTA-ID.

       3200-RESTITUIR.
           SET REV-RESTITUIR TO TRUE
           ADD 1 TO QTD-DECIDIDOS
           MOVE 'RETIDO-RESTITUIR' TO AUDIT-ACAO
           MOVE REV-CTA-ID TO AUDIT-VALOR-ANTES
           MOVE REV-VALOR TO VALOR-ED
           MOVE VALOR-ED TO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           DISPLAY 'Item marcado para restituicao ao cliente'.

       3300-REAPONTAR.
           DISPLAY 'Conta que recebe o pagamento: '
           ACCEPT CONTA-NOVA
           IF CONTA-NOVA = 0
               DISPLAY 'Conta zerada, nada mudou'
           ELSE
               MOVE CONTA-NOVA TO PAG-CTA-ID
               MOVE REV-DATA TO PAG-DATA
               MOVE REV-VALOR TO PAG-VALOR
               MOVE 'L' TO PAG-CANAL
               WRITE REG-PAGAMENTO
               SET REV-REAPONTADO TO TRUE
               ADD 1 TO QTD-DECIDIDOS
               MOVE 'RETIDO-REAPONTADO' TO AUDIT-ACAO
               MOVE REV-CTA-ID TO AUDIT-VALOR-ANTES
               MOVE CONTA-NOVA TO AUDIT-VALOR-DEPOIS
               PERFORM 9900-GRAVAR-AUDITORIA
               DISPLAY 'Item aplicado na conta ' CONTA-NOVA
           END-IF.

      *----Regrava o arquivo inteiro com os status da sessao; o JCL
      *----troca PAGREVISNEW por PAGREVIS no fim do job. Os itens
      *----alem da tabela passam intactos no fim
       8000-GRAVAR-ARQUIVO-NOVO.
           OPEN OUTPUT PAG-REVISAO-NOVO
           PERFORM VARYING IDX-ITEM FROM 1 BY 1
                   UNTIL IDX-ITEM > QTD-ITENS
               MOVE TR-REGISTRO(IDX-ITEM) TO REG-PAG-REVISAO-NOVO
               WRITE REG-PAG-REVISAO-NOVO
           END-PERFORM
           IF QTD-LIDOS-TOTAL GREATER QTD-ITENS
               PERFORM 8100-COPIAR-EXCEDENTES
           END-IF
           CLOSE PAG-REVISAO-NOVO.

       8100-COPIAR-EXCEDENTES.
           MOVE 'N' TO FIM-REVISAO
           MOVE 0 TO IDX-PULO
           OPEN INPUT PAG-REVISAO
           IF FS-REVISAO NOT = '00'
               MOVE 'S' TO FIM-REVISAO
           END-IF
           PERFORM UNTIL FIM-REVISAO = 'S'
               READ PAG-REVISAO
                   AT END
                       MOVE 'S' TO FIM-REVISAO
                   NOT AT END
                       ADD 1 TO IDX-PULO
                       IF IDX-PULO > QTD-ITENS
                           MOVE REG-PAG-REVISAO
                               TO REG-PAG-REVISAO-NOVO
                           WRITE REG-PAG-REVISAO-NOVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAG-REVISAO.

       COPY GravarAuditoria.
       END PROGRAM PagamentosRevisao.
