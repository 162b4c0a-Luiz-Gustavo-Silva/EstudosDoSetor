      *          liga o nosso numero devolvido a conta emitida e tem
      *          o status atualizado por ocorrencia: 02 registrado,
      *          06 pago, demais rejeitado.
      *          Cada liquidacao baixada tambem deixa a sua linha no
      *          razao de movimentos MOVCONTA.
      *          Le o retorno de cada banco cobrador no layout dele -
      *          CNABRET do banco original, CNABRET2 do segundo banco -
      *          e leva os dois para a mesma baixa. Ocorrencia de boleto
      *          emitido por outro banco nao e baixada: sai na critica,
      *          que traz o banco em cada linha.
      *          Liquidacao que bate com um pagamento de outro canal ja
      *          baixado na conta (mesma conta, mesmo valor, datas
      *          dentro da janela do PagamentosDuplicidade) nao e
      *          baixada: fica retida no PAGREVIS para a mesa do
      *          PagamentosRevisao decidir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CnabRetorno.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETORNO ASSIGN TO "CNABRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETORNO.
      *----Retorno no layout do segundo banco
           SELECT OPTIONAL RETORNO-2 ASSIGN TO "CNABRET2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETORNO-2.
           SELECT OPTIONAL BANCOS ASSIGN TO "BANCOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCO-CODIGO
               FILE STATUS IS FS-BANCOS.
      *----Master indexado pela conta, no molde do CLIENTES
           SELECT OPTIONAL ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-ACCOUNTS.
           SELECT RELATORIO-RETORNO ASSIGN TO "RETORNOR"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Master de ciclo de vida dos boletos, gravado na remessa
           SELECT OPTIONAL BOLETOS ASSIGN TO "BOLETOS"
               RECORD KEY IS BOL-NUMERO
               FILE STATUS IS FS-BOLETOS.
           COPY AuditJournalSelect.
           COPY MovContaSelect.
      *----Liquidacao retida por duplicidade entre canais
           SELECT PAG-REVISAO ASSIGN TO "PAGREVIS"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO.
           03 RET-VALOR-PAGO PIC 9(11)V9(2).
           03 FILLER PIC X(367).
           03 RET-SEQUENCIAL PIC 9(6).
       FD  RETORNO-2.
      *----Detalhe do retorno do segundo banco: devolve a conta de
      *----cobranca, o nosso numero e o uso da empresa da remessa
       01  REG-RETORNO-2.
           03 RT2-TIPO PIC X(1).
           03 RT2-CARTEIRA PIC X(3).
           03 RT2-AGENCIA PIC 9(4).
           03 RT2-CONTA PIC X(12).
           03 RT2-NOSSO-NUMERO PIC 9(11).
           03 RT2-USO-EMPRESA PIC X(25).
           03 RT2-OCORRENCIA PIC X(2).
           03 RT2-DATA-OCORRENCIA PIC 9(6).
           03 RT2-VALOR-PAGO PIC 9(11)V9(2).
           03 RT2-TARIFA PIC 9(11)V9(2).
           03 FILLER PIC X(304).
           03 RT2-SEQUENCIAL PIC 9(6).
       FD  BANCOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegBancoCobranca.
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegBoleto.
       COPY AuditJournalFD.
       COPY MovContaFD.
       FD  PAG-REVISAO.
      *----Layout compartilhado com o PagamentosDuplicidade e a mesa
       COPY RegPagRevisao.
       WORKING-STORAGE SECTION.
       01  FS-ACCOUNTS PIC X(2).
       01  FS-BOLETOS PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FS-RETORNO PIC X(2).
       01  FS-RETORNO-2 PIC X(2).
       01  FS-BANCOS PIC X(2).
       01  DATA-HOJE PIC 9(8).
       01  FIM-ARQUIVO PIC X.
       01  BOLETO-ACHADO PIC X.
      *----Banco ativo de cada layout, do cadastro BANCOS
       01  BANCO-LAYOUT-1 PIC 9(3) VALUE 0.
       01  BANCO-LAYOUT-2 PIC 9(3) VALUE 0.
      *----Ocorrencia do retorno lido, ja no mesmo desenho para os
      *----dois layouts
       01  BANCO-RETORNO PIC 9(3).
       01  NOSSO-NUMERO-LIDO PIC 9(11).
       01  OCORRENCIA-LIDA PIC X(2).
       01  VALOR-PAGO-LIDO PIC 9(11)V9(2).
       01  CTA-ID-LIDO PIC 9(6).
      *----Liquidacoes do retorno em memoria, com a marca de casada
      *----para denunciar as que nao acharam conta no master
       01  QTD-LIQUIDACOES PIC 9(3) VALUE 0.
           03 TL-CTA-ID PIC 9(6).
           03 TL-VALOR PIC 9(7)V9(2).
           03 TL-CASADA PIC X(1).
           03 TL-NOSSO-NUMERO PIC 9(11).
           03 TL-BANCO PIC 9(3).
       01  QTD-BAIXADAS PIC 9(4) VALUE 0.
       01  QTD-REJEITADAS PIC 9(4) VALUE 0.
       01  QTD-SEM-CONTA PIC 9(4) VALUE 0.
       01  QTD-OUTRO-BANCO PIC 9(4) VALUE 0.
       01  QTD-RETIDAS PIC 9(4) VALUE 0.
      *----Janela da conferencia de duplicidade, a mesma do
      *----PagamentosDuplicidade
       77  JANELA-DIAS PIC 9(3) VALUE 1.
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
       01  DIA-INTEIRO PIC 9(7).
       01  DATA-INICIO-JANELA PIC 9(8).
       01  DATA-FIM-JANELA PIC 9(8).
       01  FIM-RAZAO PIC X.
       01  LIQUIDACAO-RETIDA PIC X.
       01  DATA-PAR PIC 9(8).
       01  VALOR-PAGO-ED PIC -(7)9.99.
       01  LINHA-CRITICA.
           03 LCR-BANCO PIC 9(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LCR-NOSSO-NUMERO PIC 9(11).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LCR-OCORRENCIA PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LCR-MOTIVO PIC X(40).
       PROCEDURE DIVISION.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           MOVE 'DUPLICIDADE' TO PARAM-PROGRAMA
           MOVE 'JANELA-DIAS' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE JANELA-DIAS = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           OPEN OUTPUT RELATORIO-RETORNO
           OPEN I-O BOLETOS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'CNABRETORNO' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM 0100-LER-BANCOS
           PERFORM 1000-LER-RETORNO
           PERFORM 1050-LER-RETORNO-2
           PERFORM 2000-BAIXAR-NO-MASTER
           PERFORM 3000-CRITICAR-SEM-CONTA
           DISPLAY 'Boletos liquidados e baixados: ' QTD-BAIXADAS
           DISPLAY 'Ocorrencias rejeitadas:        ' QTD-REJEITADAS
           DISPLAY 'Liquidacoes sem conta:         ' QTD-SEM-CONTA
           DISPLAY 'Boletos de outro banco:        ' QTD-OUTRO-BANCO
           DISPLAY 'Liquidacoes retidas p/ revisao:' QTD-RETIDAS
           CLOSE RELATORIO-RETORNO
           CLOSE BOLETOS
           CLOSE AUDIT-JOURNAL
           STOP RUN.

      *----Cada arquivo de retorno pertence ao banco ativo do seu
      *----layout no cadastro
       0100-LER-BANCOS.
           OPEN INPUT BANCOS
           IF FS-BANCOS = '00'
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO = 'S'
                   READ BANCOS NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-ARQUIVO
                       NOT AT END
                           IF BCO-ATIVO AND BCO-LAYOUT-ORIGINAL
                               MOVE BCO-CODIGO TO BANCO-LAYOUT-1
                           END-IF
                           IF BCO-ATIVO AND BCO-LAYOUT-SEGUNDO
                               MOVE BCO-CODIGO TO BANCO-LAYOUT-2
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BANCOS.

      *----Ocorrencia 06 e liquidacao; 02 (entrada confirmada) passa
      *----em silencio; qualquer outra e rejeicao e sai na critica
       1000-LER-RETORNO.
           OPEN INPUT RETORNO
           IF FS-RETORNO NOT = '00'
               CLOSE RETORNO
           ELSE
               MOVE BANCO-LAYOUT-1 TO BANCO-RETORNO
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO = 'S'
                   READ RETORNO
                       AT END
                           MOVE 'S' TO FIM-ARQUIVO
                       NOT AT END
                           IF RET-TIPO = '1'
                               MOVE RET-NOSSO-NUMERO
                                   TO NOSSO-NUMERO-LIDO
                               MOVE RET-OCORRENCIA TO OCORRENCIA-LIDA
                               MOVE RET-VALOR-PAGO TO VALOR-PAGO-LIDO
      *----Boleto antigo do banco original carrega a conta no nosso
      *----numero
                               MOVE RET-NOSSO-NUMERO TO CTA-ID-LIDO
                               PERFORM 1100-CLASSIFICAR-OCORRENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETORNO
           END-IF.

      *----No layout do segundo banco a conta volta no uso da empresa
       1050-LER-RETORNO-2.
           OPEN INPUT RETORNO-2
           IF FS-RETORNO-2 NOT = '00'
               CLOSE RETORNO-2
           ELSE
               MOVE BANCO-LAYOUT-2 TO BANCO-RETORNO
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO = 'S'
                   READ RETORNO-2
                       AT END
                           MOVE 'S' TO FIM-ARQUIVO
                       NOT AT END
                           IF RT2-TIPO = '1'
                               MOVE RT2-NOSSO-NUMERO
                                   TO NOSSO-NUMERO-LIDO
                               MOVE RT2-OCORRENCIA TO OCORRENCIA-LIDA
                               MOVE RT2-VALOR-PAGO TO VALOR-PAGO-LIDO
                               MOVE 0 TO CTA-ID-LIDO
                               IF RT2-USO-EMPRESA(1:6) IS NUMERIC
                                   MOVE RT2-USO-EMPRESA(1:6)
                                       TO CTA-ID-LIDO
                               END-IF
                               PERFORM 1100-CLASSIFICAR-OCORRENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETORNO-2
           END-IF.

      *----Antes de classificar, o nosso numero e ligado ao master
      *----de boletos: a conta da baixa vem de la. Retorno de boleto
      *----antigo (anterior ao master) ainda carrega o CTA-ID no
      *----proprio nosso numero e passa sem registro. Boleto que o
      *----master diz ser de outro banco fica fora da baixa
       1100-CLASSIFICAR-OCORRENCIA.
           PERFORM 1150-LOCALIZAR-BOLETO
           IF BOLETO-ACHADO = 'S' AND BOL-BANCO NOT = 0
                   AND BOL-BANCO NOT = BANCO-RETORNO
               ADD 1 TO QTD-OUTRO-BANCO
               MOVE BANCO-RETORNO TO LCR-BANCO
               MOVE NOSSO-NUMERO-LIDO TO LCR-NOSSO-NUMERO
               MOVE OCORRENCIA-LIDA TO LCR-OCORRENCIA
               MOVE 'BOLETO EMITIDO POR OUTRO BANCO'
                   TO LCR-MOTIVO
               MOVE LINHA-CRITICA TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               PERFORM 1120-APLICAR-OCORRENCIA
           END-IF.

       1120-APLICAR-OCORRENCIA.
           EVALUATE OCORRENCIA-LIDA
               WHEN '06'
                   IF BOLETO-ACHADO = 'S'
                       SET BOL-PAGO TO TRUE
                           MOVE BOL-CTA-ID
                               TO TL-CTA-ID(QTD-LIQUIDACOES)
                       ELSE
                           MOVE CTA-ID-LIDO
                               TO TL-CTA-ID(QTD-LIQUIDACOES)
                       END-IF
                       MOVE VALOR-PAGO-LIDO
                           TO TL-VALOR(QTD-LIQUIDACOES)
                       MOVE 'N' TO TL-CASADA(QTD-LIQUIDACOES)
                       MOVE NOSSO-NUMERO-LIDO
                           TO TL-NOSSO-NUMERO(QTD-LIQUIDACOES)
                       MOVE BANCO-RETORNO
                           TO TL-BANCO(QTD-LIQUIDACOES)
                   ELSE
                       DISPLAY 'TABELA DE LIQUIDACOES CHEIA, '
                           'OCORRENCIA FORA DA RODADA: '
                           NOSSO-NUMERO-LIDO
                   END-IF
               WHEN '02'
                   IF BOLETO-ACHADO = 'S'
                       REWRITE REG-BOLETO
                   END-IF
                   ADD 1 TO QTD-REJEITADAS
                   MOVE BANCO-RETORNO TO LCR-BANCO
                   MOVE NOSSO-NUMERO-LIDO TO LCR-NOSSO-NUMERO
                   MOVE OCORRENCIA-LIDA TO LCR-OCORRENCIA
                   MOVE 'OCORRENCIA REJEITADA PELO BANCO'
                       TO LCR-MOTIVO
                   MOVE LINHA-CRITICA TO REG-RELATORIO
       1150-LOCALIZAR-BOLETO.
           MOVE 'N' TO BOLETO-ACHADO
           IF FS-BOLETOS = '00' OR FS-BOLETOS = '05'
               MOVE NOSSO-NUMERO-LIDO TO BOL-NUMERO
               READ BOLETOS KEY IS BOL-NUMERO
                   INVALID KEY
                       CONTINUE
      *----sem conta fica sem a marca de casada e sai na critica
       2000-BAIXAR-NO-MASTER.
           OPEN I-O ACCOUNTS
           OPEN I-O MOV-CONTA
           OPEN EXTEND PAG-REVISAO
           PERFORM VARYING IDX-LIQ FROM 1 BY 1
                   UNTIL IDX-LIQ > QTD-LIQUIDACOES
               PERFORM 2100-APLICAR-LIQUIDACAO
           END-PERFORM
           CLOSE ACCOUNTS
           CLOSE MOV-CONTA
           CLOSE PAG-REVISAO.

       2100-APLICAR-LIQUIDACAO.
           MOVE TL-CTA-ID(IDX-LIQ) TO CTA-ID
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO TL-CASADA(IDX-LIQ)
                   PERFORM 2200-CONFERIR-DUPLICIDADE
                   IF LIQUIDACAO-RETIDA = 'S'
                       PERFORM 2300-RETER-LIQUIDACAO
                   ELSE
                       PERFORM 2150-BAIXAR-LIQUIDACAO
                   END-IF
           END-READ.

       2150-BAIXAR-LIQUIDACAO.
           ADD TL-VALOR(IDX-LIQ) TO CTA-CREDITO
           REWRITE REG-CONTA
           ADD 1 TO QTD-BAIXADAS
      *----Liquidacao no razao MOVCONTA com o nosso numero
           MOVE CTA-ID TO MVC-CTA-ID
           MOVE DATA-HOJE TO MVC-DATA
           MOVE 'CNABRETORNO' TO MVC-PROGRAMA
           SET MVC-BOLETO TO TRUE
           SET MVC-CREDITO TO TRUE
           MOVE TL-VALOR(IDX-LIQ) TO MVC-VALOR
           MOVE TL-NOSSO-NUMERO(IDX-LIQ) TO MVC-REFERENCIA
           PERFORM 9750-GRAVAR-MOV-CONTA
      *----Mesma disciplina de journal da baixa manual de pagamentos
           MOVE 'BAIXA-BOLETO' TO AUDIT-ACAO
           MOVE CTA-ID TO AUDIT-VALOR-ANTES
           MOVE TL-VALOR(IDX-LIQ) TO VALOR-PAGO-ED
           MOVE VALOR-PAGO-ED TO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA.

      *----Pagamento de outro canal ja baixado na conta (linha PG do
      *----razao) com o mesmo valor dentro da janela de dias
       2200-CONFERIR-DUPLICIDADE.
           MOVE 'N' TO LIQUIDACAO-RETIDA
           COMPUTE DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) - JANELA-DIAS
           COMPUTE DATA-INICIO-JANELA =
               FUNCTION DATE-OF-INTEGER(DIA-INTEIRO)
           COMPUTE DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) + JANELA-DIAS
           COMPUTE DATA-FIM-JANELA =
               FUNCTION DATE-OF-INTEGER(DIA-INTEIRO)
           MOVE 'N' TO FIM-RAZAO
           MOVE CTA-ID TO MVC-CTA-ID
           MOVE DATA-INICIO-JANELA TO MVC-DATA
           MOVE 0 TO MVC-SEQ
           START MOV-CONTA KEY IS NOT LESS THAN MVC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-RAZAO
           END-START
           PERFORM UNTIL FIM-RAZAO = 'S' OR LIQUIDACAO-RETIDA = 'S'
               READ MOV-CONTA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-RAZAO
                   NOT AT END
                       IF MVC-CTA-ID NOT = CTA-ID OR
                               MVC-DATA GREATER DATA-FIM-JANELA
                           MOVE 'S' TO FIM-RAZAO
                       ELSE
                           IF MVC-PAGAMENTO AND MVC-CREDITO AND
                                   MVC-VALOR = TL-VALOR(IDX-LIQ)
                               MOVE 'S' TO LIQUIDACAO-RETIDA
                               MOVE MVC-DATA TO DATA-PAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----O boleto fica pago no master de boletos; o dinheiro espera
      *----a decisao da mesa no PAGREVIS
       2300-RETER-LIQUIDACAO.
           ADD 1 TO QTD-RETIDAS
           MOVE SPACES TO REG-PAG-REVISAO
           MOVE CTA-ID TO REV-CTA-ID
           MOVE DATA-HOJE TO REV-DATA
           MOVE TL-VALOR(IDX-LIQ) TO REV-VALOR
           MOVE 'B' TO REV-CANAL
           MOVE 'A' TO REV-CANAL-PAR
           MOVE DATA-PAR TO REV-DATA-PAR
           MOVE TL-NOSSO-NUMERO(IDX-LIQ) TO REV-REFERENCIA
           SET REV-ABERTO TO TRUE
           MOVE DATA-HOJE TO REV-DATA-RETENCAO
           WRITE REG-PAG-REVISAO
           MOVE TL-BANCO(IDX-LIQ) TO LCR-BANCO
           MOVE TL-NOSSO-NUMERO(IDX-LIQ) TO LCR-NOSSO-NUMERO
           MOVE '06' TO LCR-OCORRENCIA
           MOVE 'LIQUIDACAO RETIDA POR DUPLICIDADE' TO LCR-MOTIVO
           MOVE LINHA-CRITICA TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'BOLETO-RETIDO' TO AUDIT-ACAO
           MOVE CTA-ID TO AUDIT-VALOR-ANTES
           MOVE TL-VALOR(IDX-LIQ) TO VALOR-PAGO-ED
           MOVE VALOR-PAGO-ED TO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA.

       3000-CRITICAR-SEM-CONTA.
           PERFORM VARYING IDX-LIQ FROM 1 BY 1
                   UNTIL IDX-LIQ > QTD-LIQUIDACOES
               IF TL-CASADA(IDX-LIQ) = 'N'
                   ADD 1 TO QTD-SEM-CONTA
                   MOVE TL-BANCO(IDX-LIQ) TO LCR-BANCO
                   MOVE TL-CTA-ID(IDX-LIQ) TO LCR-NOSSO-NUMERO
                   MOVE '06' TO LCR-OCORRENCIA
                   MOVE 'LIQUIDACAO SEM CONTA NO MASTER'
               END-IF
           END-PERFORM.
       COPY GravarAuditoria.

       COPY GravarMovConta.
       END PROGRAM CnabRetorno.
