      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Remessa diaria de titulos para protesto em cartorio,
      *          no molde do NegativacaoRemessa: apresenta na remessa
      *          PROTREM as contas da interface ATRASADAS na faixa
      *          minima de protesto (4, ou a do parametro vigente) com
      *          o valor atualizado acima do minimo configurado e sem
      *          acordo ativo, com os dados do devedor do RegCliente,
      *          e mantem a situacao de cada conta no PROTSTAT. Na
      *          mesma passada, todo titulo ainda no cartorio cuja
      *          conta foi quitada, ganhou acordo ou saiu do master
      *          gera o pedido de retirada: desistencia se ainda nao
      *          protestado, cancelamento se ja protestado. O
      *          protocolo, as custas e o desfecho voltam pelo
      *          ProtestoRetorno. Apresentacoes e pedidos de retirada
      *          vao ao journal de auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProtestoRemessa.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ATRASADAS ASSIGN TO "ATRASADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATRASADAS.
           SELECT OPTIONAL ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-CTA-ID
               FILE STATUS IS FS-ACORDOS.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT OPTIONAL ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-ACCOUNTS.
      *----Situacao do protesto por conta
           SELECT OPTIONAL PROTESTOS ASSIGN TO "PROTSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-CTA-ID
               FILE STATUS IS FS-PROTESTOS.
           SELECT REMESSA-CARTORIO ASSIGN TO "PROTREM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PROTESTO ASSIGN TO "PROTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ATRASADAS.
      *----Mesmo layout gravado pelo ContasAtraso
       01  REG-ATRASADA.
           03 ATR-CTA-ID PIC 9(6).
           03 ATR-CLIENTE PIC 9(6).
           03 ATR-FAIXA PIC 9(1).
           03 ATR-DIAS PIC 9(5).
           03 ATR-VALOR-COM-JUROS PIC 9(7)V9(2).
       FD  ACORDOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAcordo.
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
       FD  PROTESTOS.
      *----Layout compartilhado com o ProtestoRetorno
       COPY RegProtesto.
       FD  REMESSA-CARTORIO.
      *----Apresentacao 'I' com os dados do devedor; desistencia 'D'
      *----e cancelamento 'C' so referenciam a conta e o protocolo
       01  REG-CARTORIO.
           03 PRM-TIPO PIC X(1).
           03 PRM-CTA-ID PIC 9(6).
           03 PRM-CLIENTE PIC 9(6).
           03 PRM-NOME PIC X(30).
           03 PRM-RUA PIC X(30).
           03 PRM-NUMERO PIC X(6).
           03 PRM-BAIRRO PIC X(20).
           03 PRM-CIDADE PIC X(20).
           03 PRM-UF PIC X(2).
           03 PRM-CEP PIC X(9).
           03 PRM-VALOR PIC 9(7)V9(2).
           03 PRM-VENCIMENTO PIC 9(8).
           03 PRM-PROTOCOLO PIC X(15).
           03 PRM-DATA PIC 9(8).
       FD  RELATORIO-PROTESTO.
       01  REG-RELATORIO PIC X(80).
       COPY AuditJournalFD.
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-ATRASADAS PIC X(2).
       01  FS-ACORDOS PIC X(2).
       01  FS-CLIENTES PIC X(2).
       01  FS-ACCOUNTS PIC X(2).
       01  FS-PROTESTOS PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  DATA-HOJE PIC 9(8).
      *----Criterio de protesto; o arquivo central de parametros
      *----sobrepoe os padroes
       77  FAIXA-MINIMA PIC 9(1) VALUE 4.
       77  VALOR-MINIMO PIC 9(7)V9(2) VALUE 500.
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
       01  TEM-ACORDO-ATIVO PIC X.
       01  JA-EM-CARTORIO PIC X.
       01  DEVE-RETIRAR PIC X.
       01  MOTIVO-RETIRADA PIC X(30).
       01  QTD-APRESENTADOS PIC 9(5) VALUE 0.
       01  QTD-DESISTENCIAS PIC 9(5) VALUE 0.
       01  QTD-CANCELAMENTOS PIC 9(5) VALUE 0.
       01  QTD-SOB-ACORDO PIC 9(5) VALUE 0.
       01  QTD-ABAIXO-MINIMO PIC 9(5) VALUE 0.
       01  TOTAL-APRESENTADO PIC 9(9)V9(2) VALUE 0.
       01  VALOR-ED PIC -(9)9,99.
       01  LINHA-RETIRADA.
           03 LR-CTA-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-CLIENTE PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-PEDIDO PIC X(12).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-MOTIVO PIC X(30).
       01  LINHA-RESUMO PIC X(80).
       PROCEDURE DIVISION.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           MOVE 'PROTESTO' TO PARAM-PROGRAMA
           MOVE 'FAIXA-MINIMA' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE FAIXA-MINIMA = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           MOVE 'VALOR-MINIMO' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE VALOR-MINIMO = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'PROTESTOREMESSA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'PROTESTOREMESSA' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           OPEN I-O PROTESTOS
           OPEN INPUT ACORDOS
           OPEN INPUT CLIENTES
           OPEN INPUT ACCOUNTS
           OPEN OUTPUT REMESSA-CARTORIO
           OPEN OUTPUT RELATORIO-PROTESTO
           MOVE 'PEDIDOS DE RETIRADA DE PROTESTO NO DIA'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
      *----Primeiro a retirada: quem pagou ou acordou sai hoje
           PERFORM 2000-PEDIR-RETIRADAS
           PERFORM 1000-APRESENTAR-TITULOS
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           MOVE TOTAL-APRESENTADO TO VALOR-ED
           STRING 'APRESENTADOS: ' DELIMITED BY SIZE
               QTD-APRESENTADOS DELIMITED BY SIZE
               '  VALOR: ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'DESISTENCIAS: ' DELIMITED BY SIZE
               QTD-DESISTENCIAS DELIMITED BY SIZE
               '  CANCELAMENTOS: ' DELIMITED BY SIZE
               QTD-CANCELAMENTOS DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'SOB ACORDO: ' DELIMITED BY SIZE
               QTD-SOB-ACORDO DELIMITED BY SIZE
               '  ABAIXO DO MINIMO: ' DELIMITED BY SIZE
               QTD-ABAIXO-MINIMO DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE PROTESTOS
           CLOSE ACORDOS
           CLOSE CLIENTES
           CLOSE ACCOUNTS
           CLOSE REMESSA-CARTORIO
           CLOSE RELATORIO-PROTESTO
           DISPLAY 'Titulos apresentados a protesto: ' QTD-APRESENTADOS
               '  retiradas pedidas: ' QTD-DESISTENCIAS
               ' + ' QTD-CANCELAMENTOS
           COMPUTE RUN-GRAVADOS = QTD-APRESENTADOS + QTD-DESISTENCIAS
               + QTD-CANCELAMENTOS
           COMPUTE RUN-REJEITADOS = QTD-SOB-ACORDO + QTD-ABAIXO-MINIMO
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           CLOSE AUDIT-JOURNAL
           STOP RUN.

      *----Elegivel: faixa minima ou acima, valor atualizado acima
      *----do minimo, sem acordo ativo e sem titulo no cartorio
       1000-APRESENTAR-TITULOS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT ATRASADAS
           IF FS-ATRASADAS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ATRASADAS
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO RUN-LIDOS
                       IF ATR-FAIXA NOT LESS FAIXA-MINIMA
                           IF ATR-VALOR-COM-JUROS LESS VALOR-MINIMO
                               ADD 1 TO QTD-ABAIXO-MINIMO
                           ELSE
                               PERFORM 1100-TRATAR-ELEGIVEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATRASADAS.

       1100-TRATAR-ELEGIVEL.
           MOVE 'N' TO TEM-ACORDO-ATIVO
           IF FS-ACORDOS = '00' OR FS-ACORDOS = '05'
               MOVE ATR-CTA-ID TO ACD-CTA-ID
               READ ACORDOS KEY IS ACD-CTA-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACD-ATIVO
                           MOVE 'S' TO TEM-ACORDO-ATIVO
                       END-IF
               END-READ
           END-IF
           IF TEM-ACORDO-ATIVO = 'S'
               ADD 1 TO QTD-SOB-ACORDO
           ELSE
      *----Titulo retirado pode voltar ao cartorio; o que esta la,
      *----ou com retirada pedida e ainda nao cumprida, nao
               MOVE 'N' TO JA-EM-CARTORIO
               MOVE ATR-CTA-ID TO PRT-CTA-ID
               READ PROTESTOS KEY IS PRT-CTA-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRT-EM-CARTORIO OR PRT-RETIRADA-PEDIDA
                           MOVE 'S' TO JA-EM-CARTORIO
                       END-IF
               END-READ
               IF JA-EM-CARTORIO = 'N'
                   PERFORM 1200-APRESENTAR-AO-CARTORIO
               END-IF
           END-IF.

       1200-APRESENTAR-AO-CARTORIO.
           ADD 1 TO QTD-APRESENTADOS
           ADD ATR-VALOR-COM-JUROS TO TOTAL-APRESENTADO
           MOVE SPACES TO REG-CARTORIO
           MOVE 'I' TO PRM-TIPO
           MOVE ATR-CTA-ID TO PRM-CTA-ID
           MOVE ATR-CLIENTE TO PRM-CLIENTE
           MOVE ATR-CLIENTE TO CLI-NUMERO
           READ CLIENTES KEY IS CLI-NUMERO
               INVALID KEY
                   MOVE '*** SEM CADASTRO ***' TO PRM-NOME
               NOT INVALID KEY
                   MOVE CLI-NOME TO PRM-NOME
                   MOVE CLI-END-RUA TO PRM-RUA
                   MOVE CLI-END-NUMERO TO PRM-NUMERO
                   MOVE CLI-END-BAIRRO TO PRM-BAIRRO
                   MOVE CLI-END-CIDADE TO PRM-CIDADE
                   MOVE CLI-END-UF TO PRM-UF
                   MOVE CLI-END-CEP TO PRM-CEP
           END-READ
           MOVE 0 TO PRM-VENCIMENTO
           MOVE ATR-CTA-ID TO CTA-ID
           READ ACCOUNTS KEY IS CTA-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTA-VENCIMENTO TO PRM-VENCIMENTO
           END-READ
           MOVE ATR-VALOR-COM-JUROS TO PRM-VALOR
           MOVE DATA-HOJE TO PRM-DATA
           WRITE REG-CARTORIO
           MOVE ATR-CTA-ID TO PRT-CTA-ID
           MOVE ATR-CLIENTE TO PRT-CLIENTE
           MOVE DATA-HOJE TO PRT-DATA-ENVIO
           MOVE ATR-VALOR-COM-JUROS TO PRT-VALOR
           MOVE SPACES TO PRT-PROTOCOLO
           MOVE DATA-HOJE TO PRT-DATA-OCORRENCIA
           MOVE 0 TO PRT-CUSTAS
           SET PRT-ENVIADO TO TRUE
           WRITE REG-PROTESTO
               INVALID KEY
                   REWRITE REG-PROTESTO
           END-WRITE
           MOVE 'APRESENTA-PROTESTO' TO AUDIT-ACAO
           MOVE PRT-CTA-ID TO AUDIT-VALOR-ANTES
           MOVE ATR-VALOR-COM-JUROS TO VALOR-ED
           MOVE VALOR-ED TO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA.

      *----A parte que nao pode atrasar: titulo no cartorio cuja
      *----conta foi quitada (ou sumiu do master, ou ganhou acordo)
      *----tem a retirada pedida hoje, listada para a conferencia
       2000-PEDIR-RETIRADAS.
           MOVE 'N' TO FIM-ARQUIVO
           IF FS-PROTESTOS NOT = '00' AND FS-PROTESTOS NOT = '05'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           MOVE LOW-VALUES TO PRT-CTA-ID
           IF FIM-ARQUIVO = 'N'
               START PROTESTOS KEY NOT LESS THAN PRT-CTA-ID
                   INVALID KEY
                       MOVE 'S' TO FIM-ARQUIVO
               END-START
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ PROTESTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF PRT-EM-CARTORIO
                           PERFORM 2100-CONFERIR-RETIRADA
                       END-IF
               END-READ
           END-PERFORM.

       2100-CONFERIR-RETIRADA.
           MOVE 'N' TO DEVE-RETIRAR
           MOVE PRT-CTA-ID TO CTA-ID
           READ ACCOUNTS KEY IS CTA-ID
               INVALID KEY
                   MOVE 'S' TO DEVE-RETIRAR
                   MOVE 'CONTA BAIXADA DO MASTER' TO MOTIVO-RETIRADA
               NOT INVALID KEY
                   IF CTA-DEBITO NOT GREATER CTA-CREDITO
                       MOVE 'S' TO DEVE-RETIRAR
                       MOVE 'DEBITO QUITADO' TO MOTIVO-RETIRADA
                   END-IF
           END-READ
           IF DEVE-RETIRAR = 'N' AND
                   (FS-ACORDOS = '00' OR FS-ACORDOS = '05')
               MOVE PRT-CTA-ID TO ACD-CTA-ID
               READ ACORDOS KEY IS ACD-CTA-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACD-ATIVO
                           MOVE 'S' TO DEVE-RETIRAR
                           MOVE 'ACORDO REGISTRADO'
                               TO MOTIVO-RETIRADA
                       END-IF
               END-READ
           END-IF
           IF DEVE-RETIRAR = 'S'
               PERFORM 2200-PEDIR-RETIRADA
           END-IF.

      *----Antes do protesto o cartorio aceita a desistencia; o
      *----titulo ja protestado so sai por cancelamento
       2200-PEDIR-RETIRADA.
           MOVE SPACES TO REG-CARTORIO
           IF PRT-PROTESTADO
               ADD 1 TO QTD-CANCELAMENTOS
               MOVE 'C' TO PRM-TIPO
               SET PRT-CANCELAMENTO-PEDIDO TO TRUE
               MOVE 'CANCELAMENTO' TO LR-PEDIDO
               MOVE 'CANCELA-PROTESTO' TO AUDIT-ACAO
           ELSE
               ADD 1 TO QTD-DESISTENCIAS
               MOVE 'D' TO PRM-TIPO
               SET PRT-DESISTENCIA-PEDIDA TO TRUE
               MOVE 'DESISTENCIA' TO LR-PEDIDO
               MOVE 'DESISTE-PROTESTO' TO AUDIT-ACAO
           END-IF
           MOVE PRT-CTA-ID TO PRM-CTA-ID
           MOVE PRT-CLIENTE TO PRM-CLIENTE
           MOVE 0 TO PRM-VALOR
           MOVE 0 TO PRM-VENCIMENTO
           MOVE PRT-PROTOCOLO TO PRM-PROTOCOLO
           MOVE DATA-HOJE TO PRM-DATA
           WRITE REG-CARTORIO
           MOVE DATA-HOJE TO PRT-DATA-OCORRENCIA
           REWRITE REG-PROTESTO
           MOVE PRT-CTA-ID TO LR-CTA-ID
           MOVE PRT-CLIENTE TO LR-CLIENTE
           MOVE MOTIVO-RETIRADA TO LR-MOTIVO
           MOVE LINHA-RETIRADA TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE PRT-CTA-ID TO AUDIT-VALOR-ANTES
           MOVE MOTIVO-RETIRADA TO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA.

       COPY GravarAuditoria.

       COPY GravarRunControle.
       END PROGRAM ProtestoRemessa.
