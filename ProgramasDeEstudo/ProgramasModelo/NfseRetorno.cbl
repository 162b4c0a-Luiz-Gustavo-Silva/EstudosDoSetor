      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Retorno da prefeitura para o lote de RPS do
      *          NfseRpsGera: le o NFSERET e acha a nota no NFSREG pelo
      *          numero do RPS. RPS aceito recebe o numero da NFS-e e o
      *          codigo de verificacao e o ISS da nota vai para o
      *          ISSMOV, de onde o ContabilExporta lanca o evento ISS.
      *          RPS rejeitado fica com o motivo e sai na lista de
      *          correcao NFSCORR; o proximo lote reenvia com o mesmo
      *          numero. Cancelamento confirmado fecha a nota e grava
      *          no ISSMOV o estorno do ISS lancado na emissao.
      *          Linha de retorno sem RPS conhecido tambem vai para a
      *          lista de correcao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NfseRetorno.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-PREFEITURA ASSIGN TO "NFSERET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETORNO.
           SELECT OPTIONAL NOTAS-FISCAIS ASSIGN TO "NFSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFS-CTA-ID
               ALTERNATE RECORD KEY IS NFS-RPS-NUMERO
               FILE STATUS IS FS-NOTAS.
      *----ISS emitido e estornado, lido pelo ContabilExporta.cbl
           SELECT MOVIMENTO-ISS ASSIGN TO "ISSMOV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTA-CORRECAO ASSIGN TO "NFSCORR"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-PREFEITURA.
      *----A RPS aceito e NFS-e emitida, R RPS rejeitado,
      *----C cancelamento da NFS-e confirmado
       01  REG-RETORNO-PREFEITURA.
           03 RET-RPS-NUMERO PIC 9(9).
           03 RET-SITUACAO PIC X(1).
               88 RET-ACEITO VALUE 'A'.
               88 RET-REJEITADO VALUE 'R'.
               88 RET-CANCELADO VALUE 'C'.
           03 RET-NFSE-NUMERO PIC X(15).
           03 RET-CODIGO-VERIFICACAO PIC X(9).
           03 RET-DATA PIC 9(8).
           03 RET-MOTIVO PIC X(60).
       FD  NOTAS-FISCAIS.
       COPY RegNotaFiscal.
       FD  MOVIMENTO-ISS.
      *----I ISS da nota emitida, E estorno do ISS da nota cancelada
       01  REG-MOVIMENTO-ISS.
           03 IMV-DATA PIC 9(8).
           03 IMV-CTA-ID PIC 9(6).
           03 IMV-TIPO PIC X(1).
           03 IMV-VALOR PIC 9(7)V9(2).
           03 IMV-NFSE PIC X(15).
       FD  LISTA-CORRECAO.
       01  REG-CORRECAO PIC X(132).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-RETORNO PIC X(2).
       01  FS-NOTAS PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  NOTA-ACHADA PIC X.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  QTD-EMITIDAS PIC 9(6) VALUE 0.
       01  QTD-REJEITADAS PIC 9(6) VALUE 0.
       01  QTD-CANCELADAS PIC 9(6) VALUE 0.
       01  QTD-SEM-RPS PIC 9(6) VALUE 0.
       01  LINHA-CORRECAO.
           03 LC-RPS PIC 9(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LC-CTA-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LC-SERVICO PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-VALOR PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LC-MOTIVO PIC X(60).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'NFSERETORNO' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN I-O NOTAS-FISCAIS
           OPEN EXTEND MOVIMENTO-ISS
           OPEN OUTPUT LISTA-CORRECAO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'RPS REJEITADOS PELA PREFEITURA - RETORNO DE '
               DELIMITED BY SIZE
               DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-CORRECAO
           WRITE REG-CORRECAO
           MOVE SPACES TO REG-CORRECAO
           WRITE REG-CORRECAO
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT RETORNO-PREFEITURA
           IF FS-RETORNO NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
               DISPLAY 'RETORNO DA PREFEITURA INDISPONIVEL ('
                   FS-RETORNO ')'
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ RETORNO-PREFEITURA
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO RUN-LIDOS
                       PERFORM 1000-TRATAR-RETORNO
               END-READ
           END-PERFORM
           CLOSE RETORNO-PREFEITURA
           MOVE SPACES TO REG-CORRECAO
           WRITE REG-CORRECAO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'EMITIDAS: ' DELIMITED BY SIZE
               QTD-EMITIDAS DELIMITED BY SIZE
               '  REJEITADAS: ' DELIMITED BY SIZE
               QTD-REJEITADAS DELIMITED BY SIZE
               '  CANCELADAS: ' DELIMITED BY SIZE
               QTD-CANCELADAS DELIMITED BY SIZE
               '  SEM RPS: ' DELIMITED BY SIZE
               QTD-SEM-RPS DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-CORRECAO
           WRITE REG-CORRECAO
           DISPLAY 'NFS-e emitidas:     ' QTD-EMITIDAS
           DISPLAY 'RPS rejeitados:     ' QTD-REJEITADAS
           DISPLAY 'NFS-e canceladas:   ' QTD-CANCELADAS
           DISPLAY 'Retornos sem RPS:   ' QTD-SEM-RPS
           COMPUTE RUN-GRAVADOS = QTD-EMITIDAS + QTD-CANCELADAS
           COMPUTE RUN-REJEITADOS = QTD-REJEITADAS + QTD-SEM-RPS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           CLOSE NOTAS-FISCAIS
           CLOSE MOVIMENTO-ISS
           CLOSE LISTA-CORRECAO
           STOP RUN.

      *----A nota so muda de situacao no sentido do lote que a
      *----levou: aceite e rejeicao para RPS enviado, cancelamento
      *----para o pedido; retorno repetido nao lanca o ISS de novo
       1000-TRATAR-RETORNO.
           MOVE RET-RPS-NUMERO TO NFS-RPS-NUMERO
           READ NOTAS-FISCAIS KEY IS NFS-RPS-NUMERO
               INVALID KEY
                   MOVE 'N' TO NOTA-ACHADA
               NOT INVALID KEY
                   MOVE 'S' TO NOTA-ACHADA
           END-READ
           IF NOTA-ACHADA = 'N'
               ADD 1 TO QTD-SEM-RPS
               MOVE RET-RPS-NUMERO TO LC-RPS
               MOVE 0 TO LC-CTA-ID
               MOVE SPACES TO LC-SERVICO
               MOVE 0 TO LC-VALOR
               MOVE 'RPS NAO ENCONTRADO NO NFSREG' TO LC-MOTIVO
               MOVE LINHA-CORRECAO TO REG-CORRECAO
               WRITE REG-CORRECAO
           ELSE
               EVALUATE TRUE
                   WHEN RET-ACEITO AND NFS-ENVIADA
                       PERFORM 2000-REGISTRAR-EMISSAO
                   WHEN RET-REJEITADO AND NFS-ENVIADA
                       PERFORM 3000-REGISTRAR-REJEICAO
                   WHEN RET-CANCELADO AND NFS-CANCELAMENTO-PEDIDO
                       PERFORM 4000-REGISTRAR-CANCELAMENTO
                   WHEN OTHER
                       ADD 1 TO QTD-SEM-RPS
                       MOVE NFS-RPS-NUMERO TO LC-RPS
                       MOVE NFS-CTA-ID TO LC-CTA-ID
                       MOVE NFS-SERVICO TO LC-SERVICO
                       MOVE NFS-VALOR TO LC-VALOR
                       MOVE SPACES TO LC-MOTIVO
                       STRING 'RETORNO ' DELIMITED BY SIZE
                           RET-SITUACAO DELIMITED BY SIZE
                           ' INCOMPATIVEL COM A NOTA EM SITUACAO '
                           DELIMITED BY SIZE
                           NFS-STATUS DELIMITED BY SIZE
                           INTO LC-MOTIVO
                       MOVE LINHA-CORRECAO TO REG-CORRECAO
                       WRITE REG-CORRECAO
               END-EVALUATE
           END-IF.

       2000-REGISTRAR-EMISSAO.
           SET NFS-EMITIDA TO TRUE
           MOVE RET-NFSE-NUMERO TO NFS-NUMERO
           MOVE RET-CODIGO-VERIFICACAO TO NFS-CODIGO-VERIFICACAO
           MOVE RET-DATA TO NFS-DATA-EMISSAO
           MOVE SPACES TO NFS-MOTIVO
           REWRITE REG-NOTA-FISCAL
           MOVE DATA-HOJE TO IMV-DATA
           MOVE NFS-CTA-ID TO IMV-CTA-ID
           MOVE 'I' TO IMV-TIPO
           MOVE NFS-VALOR-ISS TO IMV-VALOR
           MOVE NFS-NUMERO TO IMV-NFSE
           WRITE REG-MOVIMENTO-ISS
           ADD 1 TO QTD-EMITIDAS.

       3000-REGISTRAR-REJEICAO.
           SET NFS-REJEITADA TO TRUE
           MOVE RET-MOTIVO TO NFS-MOTIVO
           REWRITE REG-NOTA-FISCAL
           ADD 1 TO QTD-REJEITADAS
           MOVE NFS-RPS-NUMERO TO LC-RPS
           MOVE NFS-CTA-ID TO LC-CTA-ID
           MOVE NFS-SERVICO TO LC-SERVICO
           MOVE NFS-VALOR TO LC-VALOR
           MOVE RET-MOTIVO TO LC-MOTIVO
           MOVE LINHA-CORRECAO TO REG-CORRECAO
           WRITE REG-CORRECAO.

      *----O estorno devolve o ISS que a emissao lancou; a conta a
      *----receber da fatura segue o seu proprio caminho
       4000-REGISTRAR-CANCELAMENTO.
           SET NFS-CANCELADA TO TRUE
           MOVE RET-DATA TO NFS-DATA-CANCELAMENTO
           REWRITE REG-NOTA-FISCAL
           MOVE DATA-HOJE TO IMV-DATA
           MOVE NFS-CTA-ID TO IMV-CTA-ID
           MOVE 'E' TO IMV-TIPO
           MOVE NFS-VALOR-ISS TO IMV-VALOR
           MOVE NFS-NUMERO TO IMV-NFSE
           WRITE REG-MOVIMENTO-ISS
           ADD 1 TO QTD-CANCELADAS.

       COPY GravarRunControle.
       END PROGRAM NfseRetorno.
