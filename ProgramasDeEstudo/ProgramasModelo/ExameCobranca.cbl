      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Cobranca dos pedidos de exame sem resultado: lista no
      *          EXAMECOB todo pedido do EXAMEPED ainda em aberto ha
      *          mais dias que o limite configurado no arquivo central
      *          de parametros (EXAMEPED / DIAS-LIMITE, 15 dias sem
      *          ele), para a recepcao cobrar o laboratorio ou o
      *          paciente que nao fez a coleta. Cada cobranca fica
      *          contada no pedido; rodar de novo no mesmo dia nao
      *          conta duas vezes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExameCobranca.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PEDIDOS ASSIGN TO "EXAMEPED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-CHAVE
               FILE STATUS IS FS-PEDIDOS.
           SELECT OPTIONAL EXAMES ASSIGN TO "EXAMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-CODIGO
               FILE STATUS IS FS-EXAMES.
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT RELATORIO-COBRANCA ASSIGN TO "EXAMECOB"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegExamePedido.
       FD  EXAMES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegExame.
       FD  PATIENTS.
      *----So a frente do REG-PACIENTE de IMC.cbl
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 FILLER PIC X(207).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  RELATORIO-COBRANCA.
       01  REG-RELATORIO PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-PEDIDOS PIC X(2).
       01  FS-EXAMES PIC X(2).
       01  FS-PATIENTS PIC X(2).
       01  FIM-PEDIDOS PIC X.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  DIAS-ABERTO PIC S9(5).
      *----Dias sem resultado que disparam a cobranca; o arquivo
      *----central de parametros sobrepoe os 15 do laboratorio
       77  DIAS-LIMITE PIC 9(3) VALUE 15.
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
       01  QTD-LIDOS PIC 9(6) VALUE 0.
       01  QTD-COBRADOS PIC 9(6) VALUE 0.
       01  LINHA-COBRANCA.
           03 LC-PAC-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-NOME PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-DATA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-EXAME PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-DIAS PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-COBRANCAS PIC Z9.
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           MOVE 'EXAMEPED' TO PARAM-PROGRAMA
           MOVE 'DIAS-LIMITE' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE DIAS-LIMITE = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'EXAMECOBRANCA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN I-O PEDIDOS
           OPEN INPUT EXAMES
           OPEN INPUT PATIENTS
           OPEN OUTPUT RELATORIO-COBRANCA
           MOVE 'PEDIDOS DE EXAME SEM RESULTADO - COBRAR'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'PACIEN NOME                           VISITA   EXAME'
               & '                           DIAS CB' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'N' TO FIM-PEDIDOS
           MOVE LOW-VALUES TO EXP-CHAVE
           START PEDIDOS KEY NOT LESS THAN EXP-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PEDIDOS
           END-START
           PERFORM UNTIL FIM-PEDIDOS = 'S'
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PEDIDOS
                   NOT AT END
                       ADD 1 TO QTD-LIDOS
                       IF EXP-ABERTO
                           PERFORM 1000-MEDIR-ABERTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'PEDIDOS A COBRAR: ' DELIMITED BY SIZE
               QTD-COBRADOS DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE PEDIDOS
           CLOSE EXAMES
           CLOSE PATIENTS
           CLOSE RELATORIO-COBRANCA
           DISPLAY 'Pedidos sem resultado alem de ' DIAS-LIMITE
               ' dias: ' QTD-COBRADOS
           MOVE QTD-LIDOS TO RUN-LIDOS
           MOVE QTD-COBRADOS TO RUN-GRAVADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

       1000-MEDIR-ABERTO.
           COMPUTE DIAS-ABERTO =
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE(EXP-DATA-VISITA)
           IF DIAS-ABERTO NOT LESS DIAS-LIMITE
               ADD 1 TO QTD-COBRADOS
               IF EXP-DATA-COBRANCA NOT = DATA-HOJE
                   ADD 1 TO EXP-QTD-COBRANCAS
                   MOVE DATA-HOJE TO EXP-DATA-COBRANCA
                   REWRITE REG-EXAME-PEDIDO
               END-IF
               MOVE EXP-PAC-ID TO PAC-ID
               READ PATIENTS KEY IS PAC-ID
                   INVALID KEY
                       MOVE 'PACIENTE FORA DO CADASTRO' TO PAC-NOME
               END-READ
               MOVE EXP-EXAME TO EXM-CODIGO
               READ EXAMES KEY IS EXM-CODIGO
                   INVALID KEY
                       MOVE EXP-EXAME TO EXM-NOME
               END-READ
               MOVE EXP-PAC-ID TO LC-PAC-ID
               MOVE PAC-NOME TO LC-NOME
               MOVE EXP-DATA-VISITA TO LC-DATA
               MOVE EXM-NOME TO LC-EXAME
               MOVE DIAS-ABERTO TO LC-DIAS
               MOVE EXP-QTD-COBRANCAS TO LC-COBRANCAS
               MOVE LINHA-COBRANCA TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       COPY GravarRunControle.
       END PROGRAM ExameCobranca.
