      *          pelas parcelas) e vencimento montado do dia de
      *          vencimento e do primeiro mes, rolado para o proximo
      *          dia util pelo DataUtil.
      *          Cada canhoto traz o PIX copia-e-cola da parcela
      *          (PixBrCode, txid ACD + conta + P + numero da parcela),
      *          que a grafica imprime como QR code e o PixEntrada
      *          reconhece para baixar a parcela certa do acordo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CarneGera.
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT CARNES ASSIGN TO "CARNE"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  DU-RESULTADO-DIAS PIC S9(5).
       01  DU-DATA-RESULTADO PIC 9(8).
       01  DU-RETORNO PIC 9(2).
      *----Parametros da montagem do PIX copia-e-cola (PixBrCode)
       01  PIX-TXID PIC X(25).
       01  PIX-TXID-R REDEFINES PIX-TXID.
           03 PXT-PREFIXO PIC X(3).
           03 PXT-CTA-ID PIC 9(6).
           03 PXT-SEPARADOR PIC X(1).
           03 PXT-PARCELA PIC 9(2).
           03 FILLER PIC X(13).
       01  PIX-VALOR PIC 9(11)V9(2).
       01  PIX-PAYLOAD PIC X(250).
       01  PIX-TAMANHO PIC 9(3).
       01  PIX-RETORNO PIC 9(2).
       01  IDX-PAYLOAD PIC 9(3).
       01  QTD-CARNES PIC 9(4) VALUE 0.
       01  VALOR-ED PIC -(6)9,99.
       01  LINHA-PARCELA.
                   INVALID KEY
                       DISPLAY 'Acordo nao encontrado'
                   NOT INVALID KEY
      *----Acordo quebrado ou cancelado teve os canhotos anulados
                       IF ACD-CANCELADO
                           DISPLAY 'Acordo cancelado, canhotos '
                               'anulados: carne nao reimpresso'
                       ELSE
                           PERFORM 1000-IMPRIMIR-CARNE
                       END-IF
               END-READ
           ELSE
               PERFORM 0500-VARRER-REGISTRADOS-HOJE
           MOVE DATA-PARCELA TO LP-VENCIMENTO
           MOVE VALOR-PARCELA TO LP-VALOR
           MOVE LINHA-PARCELA TO REG-CARNE
           WRITE REG-CARNE
           PERFORM 1300-PIX-DA-PARCELA.

      *----Sem chave PIX no arquivo central o canhoto sai como antes;
      *----o copia-e-cola quebra em linhas do tamanho do canhoto
       1300-PIX-DA-PARCELA.
           MOVE SPACES TO PIX-TXID
           MOVE 'ACD' TO PXT-PREFIXO
           MOVE ACD-CTA-ID TO PXT-CTA-ID
           MOVE 'P' TO PXT-SEPARADOR
           MOVE IDX-PARCELA TO PXT-PARCELA
           MOVE VALOR-PARCELA TO PIX-VALOR
           CALL 'PixBrCode' USING DATA-HOJE PIX-TXID PIX-VALOR
               PIX-PAYLOAD PIX-TAMANHO PIX-RETORNO
           IF PIX-RETORNO = 00
               MOVE SPACES TO LINHA-TEXTO
               STRING 'PIX COPIA E COLA - TXID ' DELIMITED BY SIZE
                   PIX-TXID DELIMITED BY SPACE
                   INTO LINHA-TEXTO
               MOVE LINHA-TEXTO TO REG-CARNE
               WRITE REG-CARNE
               PERFORM VARYING IDX-PAYLOAD FROM 1 BY 80
                       UNTIL IDX-PAYLOAD > PIX-TAMANHO
                   MOVE PIX-PAYLOAD(IDX-PAYLOAD:80) TO REG-CARNE
                   WRITE REG-CARNE
               END-PERFORM
           END-IF.
       END PROGRAM CarneGera.
