      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Carga unica de conversao do cadastro de responsaveis
      *          para o registro com o cliente pagador e a bolsa da
      *          mensalidade, no molde do OperadorConverte: le o
      *          RESPONSAVEIS de 143 bytes apontado pelo JCL como
      *          RSPANT e reconstroi o RESPONSAVEIS no comprimento
      *          novo. Matricula, nome, parentesco e endereco passam
      *          como estao. O pagador nasce zerado e a bolsa em zero:
      *          o MensalidadeGerador rejeita o aluno como sem
      *          responsavel pagador ate a secretaria informar o
      *          cliente no ResponsavelManutencao - ninguem e cobrado
      *          de um cliente adivinhado pela conversao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResponsavelConverte.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Cadastro no comprimento antigo, geracao final antes da
      *----virada
           SELECT RESPONSAVEIS-ANTIGO ASSIGN TO "RSPANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-MATRICULA
               FILE STATUS IS FS-ANTIGO.
           SELECT RESPONSAVEIS ASSIGN TO "RESPONSA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS FS-RESPONSAVEIS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSAVEIS-ANTIGO.
      *----Layout de 143 bytes, como era antes do pagador e da bolsa
       01  REG-RESPONSAVEL-ANTIGO.
           03 ANT-MATRICULA PIC 9(6).
           03 ANT-NOME PIC X(30).
           03 ANT-PARENTESCO PIC X(10).
           03 ANT-ENDERECO PIC X(97).
       FD  RESPONSAVEIS.
      *----Mesmo layout do REG-RESPONSAVEL de ResponsavelManutencao
       01  REG-RESPONSAVEL.
           03 RSP-MATRICULA PIC 9(6).
           03 RSP-NOME PIC X(30).
           03 RSP-PARENTESCO PIC X(10).
      *----Mesmo grupo de endereco de RegCliente/NivelDados
           03 RSP-ENDERECO.
               05 RSP-END-RUA PIC X(30).
               05 RSP-END-NUMERO PIC X(6).
               05 RSP-END-COMPLEMENTO PIC X(10).
               05 RSP-END-BAIRRO PIC X(20).
               05 RSP-END-CIDADE PIC X(20).
               05 RSP-END-UF PIC X(2).
               05 RSP-END-CEP PIC X(9).
           03 RSP-CLIENTE PIC 9(6).
           03 RSP-BOLSA-PERCENTUAL PIC 9(3)V9(2).
       WORKING-STORAGE SECTION.
       01  FS-ANTIGO PIC X(2).
       01  FS-RESPONSAVEIS PIC X(2).
       01  FIM-ANTIGO PIC X VALUE 'N'.
       01  QTD-CONVERTIDOS PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
           OPEN INPUT RESPONSAVEIS-ANTIGO
           IF FS-ANTIGO NOT = '00'
               DISPLAY 'RSPANT INDISPONIVEL (' FS-ANTIGO
                   '), NADA CONVERTIDO'
               STOP RUN
           END-IF
           OPEN OUTPUT RESPONSAVEIS
           PERFORM UNTIL FIM-ANTIGO = 'S'
               READ RESPONSAVEIS-ANTIGO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ANTIGO
                   NOT AT END
                       PERFORM 1000-CONVERTER-RESPONSAVEL
               END-READ
           END-PERFORM
           CLOSE RESPONSAVEIS-ANTIGO
           CLOSE RESPONSAVEIS
           DISPLAY 'Responsaveis convertidos: ' QTD-CONVERTIDOS
           STOP RUN.

       1000-CONVERTER-RESPONSAVEL.
           MOVE ANT-MATRICULA TO RSP-MATRICULA
           MOVE ANT-NOME TO RSP-NOME
           MOVE ANT-PARENTESCO TO RSP-PARENTESCO
           MOVE ANT-ENDERECO TO RSP-ENDERECO
           MOVE 0 TO RSP-CLIENTE
           MOVE 0 TO RSP-BOLSA-PERCENTUAL
           WRITE REG-RESPONSAVEL
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NO ARQUIVO ANTIGO: '
                       ANT-MATRICULA
               NOT INVALID KEY
                   ADD 1 TO QTD-CONVERTIDOS
           END-WRITE.
       END PROGRAM ResponsavelConverte.
