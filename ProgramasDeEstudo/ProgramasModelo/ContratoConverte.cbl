      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Carga unica de conversao do cadastro de contratos
      *          para o registro com os dados de renovacao, no molde
      *          do OrdemConverte: le o CONTRATOS antigo apontado pelo
      *          JCL como CONTANT e reconstroi o CONTRATOS no
      *          comprimento novo. Os contratos antigos nascem sem
      *          renovacao automatica e sem aviso mandado - a area
      *          comercial liga a renovacao pela manutencao contrato a
      *          contrato.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContratoConverte.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Arquivo no comprimento antigo, geracao final antes da
      *----virada
           SELECT CONTRATOS-ANTIGO ASSIGN TO "CONTANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-ID
               FILE STATUS IS FS-ANTIGO.
           SELECT CONTRATOS ASSIGN TO "CONTRATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-ID
               FILE STATUS IS FS-CONTRATOS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATOS-ANTIGO.
      *----Layout como era antes dos dados de renovacao
       01  REG-CONTRATO-ANTIGO.
           03 ANT-ID PIC 9(6).
           03 ANT-CLIENTE PIC 9(6).
           03 ANT-SERVICO PIC X(20).
           03 ANT-VALOR-MENSAL PIC 9(7)V9(2).
           03 ANT-DIA-FATURA PIC 9(2).
           03 ANT-DATA-INICIO PIC 9(8).
           03 ANT-DATA-FIM PIC 9(8).
           03 ANT-STATUS PIC X(1).
       FD  CONTRATOS.
      *----Mesmo layout do REG-CONTRATO de ContratoManutencao.cbl
       01  REG-CONTRATO.
           03 CON-ID PIC 9(6).
           03 CON-CLIENTE PIC 9(6).
           03 CON-SERVICO PIC X(20).
           03 CON-VALOR-MENSAL PIC 9(7)V9(2).
           03 CON-DIA-FATURA PIC 9(2).
           03 CON-DATA-INICIO PIC 9(8).
           03 CON-DATA-FIM PIC 9(8).
           03 CON-STATUS PIC X(1).
           03 CON-RENOVACAO-AUTO PIC X(1).
           03 CON-PRAZO-RENOVACAO PIC 9(2).
           03 CON-AVISO-ENVIADO PIC 9(2).
           03 CON-DATA-RENOVACAO PIC 9(8).
           03 CON-QTD-RENOVACOES PIC 9(3).
       WORKING-STORAGE SECTION.
       01  FS-ANTIGO PIC X(2).
       01  FS-CONTRATOS PIC X(2).
       01  FIM-ANTIGO PIC X VALUE 'N'.
       01  QTD-CONVERTIDOS PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
           OPEN INPUT CONTRATOS-ANTIGO
           IF FS-ANTIGO NOT = '00'
               DISPLAY 'CONTANT INDISPONIVEL (' FS-ANTIGO
                   '), NADA CONVERTIDO'
               STOP RUN
           END-IF
           OPEN OUTPUT CONTRATOS
           PERFORM UNTIL FIM-ANTIGO = 'S'
               READ CONTRATOS-ANTIGO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ANTIGO
                   NOT AT END
                       PERFORM 1000-CONVERTER-CONTRATO
               END-READ
           END-PERFORM
           CLOSE CONTRATOS-ANTIGO
           CLOSE CONTRATOS
           DISPLAY 'Contratos convertidos: ' QTD-CONVERTIDOS
           STOP RUN.

       1000-CONVERTER-CONTRATO.
           MOVE ANT-ID TO CON-ID
           MOVE ANT-CLIENTE TO CON-CLIENTE
           MOVE ANT-SERVICO TO CON-SERVICO
           MOVE ANT-VALOR-MENSAL TO CON-VALOR-MENSAL
           MOVE ANT-DIA-FATURA TO CON-DIA-FATURA
           MOVE ANT-DATA-INICIO TO CON-DATA-INICIO
           MOVE ANT-DATA-FIM TO CON-DATA-FIM
           MOVE ANT-STATUS TO CON-STATUS
           MOVE 'N' TO CON-RENOVACAO-AUTO
           MOVE 0 TO CON-PRAZO-RENOVACAO
           MOVE 0 TO CON-AVISO-ENVIADO
           MOVE 0 TO CON-DATA-RENOVACAO
           MOVE 0 TO CON-QTD-RENOVACOES
           WRITE REG-CONTRATO
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NO ARQUIVO ANTIGO: '
                       ANT-ID
               NOT INVALID KEY
                   ADD 1 TO QTD-CONVERTIDOS
           END-WRITE.
       END PROGRAM ContratoConverte.
