      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Carga unica de conversao do cadastro de contatos dos
      *          clientes para o registro com a situacao do canal e o
      *          contador de devolucoes do gateway de mensagens, no
      *          molde do OperadorConverte: le o CONTATOS de 50 bytes
      *          apontado pelo JCL como CTTANT e reconstroi o
      *          CONTATOS no comprimento novo. Chave, tipo, valor e
      *          preferido passam como estao; todo canal nasce
      *          valido (situacao em branco) e sem devolucao contada,
      *          ate o MensagemRetorno dizer o contrario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContatoConverte.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Cadastro no comprimento antigo, geracao final antes da
      *----virada
           SELECT CONTATOS-ANTIGO ASSIGN TO "CTTANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CHAVE
               FILE STATUS IS FS-ANTIGO.
           SELECT CONTATOS ASSIGN TO "CONTATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS FS-CONTATOS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS-ANTIGO.
      *----Layout de 50 bytes, como era antes dos retornos do gateway
       01  REG-CONTATO-ANTIGO.
           03 ANT-CHAVE.
               05 ANT-NUMERO PIC 9(6).
               05 ANT-SEQ PIC 9(2).
           03 ANT-TIPO PIC X(1).
           03 ANT-VALOR PIC X(40).
           03 ANT-PREFERIDO PIC X(1).
       FD  CONTATOS.
      *----Mesmo layout do REG-CONTATO de Clientes.cbl
       01  REG-CONTATO.
           03 CTT-CHAVE.
               05 CTT-NUMERO PIC 9(6).
               05 CTT-SEQ PIC 9(2).
           03 CTT-TIPO PIC X(1).
           03 CTT-VALOR PIC X(40).
           03 CTT-PREFERIDO PIC X(1).
           03 CTT-SITUACAO PIC X(1).
           03 CTT-QTD-DEVOLUCAO PIC 9(2).
       WORKING-STORAGE SECTION.
       01  FS-ANTIGO PIC X(2).
       01  FS-CONTATOS PIC X(2).
       01  FIM-ANTIGO PIC X VALUE 'N'.
       01  QTD-CONVERTIDOS PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
           OPEN INPUT CONTATOS-ANTIGO
           IF FS-ANTIGO NOT = '00'
               DISPLAY 'CTTANT INDISPONIVEL (' FS-ANTIGO
                   '), NADA CONVERTIDO'
               STOP RUN
           END-IF
           OPEN OUTPUT CONTATOS
           PERFORM UNTIL FIM-ANTIGO = 'S'
               READ CONTATOS-ANTIGO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ANTIGO
                   NOT AT END
                       PERFORM 1000-CONVERTER-CONTATO
               END-READ
           END-PERFORM
           CLOSE CONTATOS-ANTIGO
           CLOSE CONTATOS
           DISPLAY 'Contatos convertidos: ' QTD-CONVERTIDOS
           STOP RUN.

       1000-CONVERTER-CONTATO.
           MOVE ANT-CHAVE TO CTT-CHAVE
           MOVE ANT-TIPO TO CTT-TIPO
           MOVE ANT-VALOR TO CTT-VALOR
           MOVE ANT-PREFERIDO TO CTT-PREFERIDO
           MOVE SPACE TO CTT-SITUACAO
           MOVE 0 TO CTT-QTD-DEVOLUCAO
           WRITE REG-CONTATO
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NO ARQUIVO ANTIGO: '
                       ANT-CHAVE
               NOT INVALID KEY
                   ADD 1 TO QTD-CONVERTIDOS
           END-WRITE.
       END PROGRAM ContatoConverte.
