      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Carga unica de conversao do master de boletos para o
      *          registro com o banco emissor, no molde do
      *          OrdemConverte: le o BOLETOS antigo apontado pelo JCL
      *          como BOLANT e reconstroi o BOLETOS no comprimento
      *          novo. Todo boleto antigo foi emitido pelo banco
      *          original, cujo codigo e informado na rodada - o mesmo
      *          cadastrado no BANCOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoletoConverte.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Arquivo no comprimento antigo, geracao final antes da
      *----virada
           SELECT BOLETOS-ANTIGO ASSIGN TO "BOLANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-NUMERO
               FILE STATUS IS FS-ANTIGO.
           SELECT BOLETOS ASSIGN TO "BOLETOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-NUMERO
               FILE STATUS IS FS-BOLETOS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOLETOS-ANTIGO.
      *----Layout como era antes do banco emissor
       01  REG-BOLETO-ANTIGO.
           03 ANT-NUMERO PIC 9(11).
           03 ANT-CTA-ID PIC 9(6).
           03 ANT-DATA-EMISSAO PIC 9(8).
           03 ANT-VENCIMENTO PIC 9(8).
           03 ANT-VALOR PIC 9(11)V9(2).
           03 ANT-STATUS PIC X(1).
       FD  BOLETOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegBoleto.
       WORKING-STORAGE SECTION.
       01  FS-ANTIGO PIC X(2).
       01  FS-BOLETOS PIC X(2).
       01  FIM-ANTIGO PIC X VALUE 'N'.
       01  BANCO-ORIGINAL PIC 9(3) VALUE 0.
       01  QTD-CONVERTIDOS PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
           DISPLAY 'Codigo do banco que emitiu os boletos antigos: '
           ACCEPT BANCO-ORIGINAL
           IF BANCO-ORIGINAL = 0
               DISPLAY 'BANCO NAO INFORMADO, NADA CONVERTIDO'
               STOP RUN
           END-IF
           OPEN INPUT BOLETOS-ANTIGO
           IF FS-ANTIGO NOT = '00'
               DISPLAY 'BOLANT INDISPONIVEL (' FS-ANTIGO
                   '), NADA CONVERTIDO'
               STOP RUN
           END-IF
           OPEN OUTPUT BOLETOS
           PERFORM UNTIL FIM-ANTIGO = 'S'
               READ BOLETOS-ANTIGO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ANTIGO
                   NOT AT END
                       PERFORM 1000-CONVERTER-BOLETO
               END-READ
           END-PERFORM
           CLOSE BOLETOS-ANTIGO
           CLOSE BOLETOS
           DISPLAY 'Boletos convertidos: ' QTD-CONVERTIDOS
           STOP RUN.

       1000-CONVERTER-BOLETO.
           MOVE ANT-NUMERO TO BOL-NUMERO
           MOVE ANT-CTA-ID TO BOL-CTA-ID
           MOVE ANT-DATA-EMISSAO TO BOL-DATA-EMISSAO
           MOVE ANT-VENCIMENTO TO BOL-VENCIMENTO
           MOVE ANT-VALOR TO BOL-VALOR
           MOVE ANT-STATUS TO BOL-STATUS
           MOVE BANCO-ORIGINAL TO BOL-BANCO
           WRITE REG-BOLETO
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NO ARQUIVO ANTIGO: '
                       ANT-NUMERO
               NOT INVALID KEY
                   ADD 1 TO QTD-CONVERTIDOS
           END-WRITE.
       END PROGRAM BoletoConverte.
