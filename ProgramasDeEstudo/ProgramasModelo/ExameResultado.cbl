      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Carga do arquivo de resultados EXAMERES do laboratorio
      *          parceiro (paciente, data da visita e exame do pedido,
      *          valor com duas decimais implicitas e data da coleta).
      *          Cada resultado e casado com o pedido em aberto do
      *          EXAMEPED; pedido inexistente, cancelado ou ja com
      *          resultado, ou valor nao numerico, sai no EXAMEEXC.
      *          Resultado fora da faixa de referencia do catalogo
      *          EXAMES fica pendente de revisao e sai na lista
      *          EXAMEREV do clinico, revisada no ExameManutencao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExameResultado.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
      *----Resultado e referencia com virgula, como nas telas do IMC.cbl
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESULTADOS ASSIGN TO "EXAMERES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESULTADOS.
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
           SELECT EXCECOES ASSIGN TO "EXAMEEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVISAO ASSIGN TO "EXAMEREV"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTADOS.
      *----Registro do laboratorio: chave do pedido, valor em texto
      *----com duas decimais implicitas e data da coleta
       01  REG-RESULTADO.
           03 RES-CHAVE.
               05 RES-PAC-ID PIC 9(6).
               05 RES-DATA-VISITA PIC 9(8).
               05 RES-EXAME PIC X(6).
           03 RES-VALOR PIC X(7).
           03 RES-VALOR-N REDEFINES RES-VALOR PIC 9(5)V9(2).
           03 RES-DATA-COLETA PIC 9(8).
       FD  PEDIDOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegExamePedido.
       FD  EXAMES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegExame.
       FD  EXCECOES.
       01  REG-EXCECAO PIC X(100).
       FD  REVISAO.
       01  REG-REVISAO PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-RESULTADOS PIC X(2).
       01  FS-PEDIDOS PIC X(2).
       01  FS-EXAMES PIC X(2).
       01  FIM-RESULTADOS PIC X.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  QTD-LIDOS PIC 9(6) VALUE 0.
       01  QTD-CARREGADOS PIC 9(6) VALUE 0.
       01  QTD-REJEITADOS PIC 9(6) VALUE 0.
       01  QTD-ALTERADOS PIC 9(6) VALUE 0.
       01  LINHA-EXCECAO.
           03 LX-PAC-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LX-DATA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LX-EXAME PIC X(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LX-VALOR PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LX-ERRO PIC X(40).
       01  LINHA-REVISAO.
           03 LR-PAC-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LR-DATA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LR-NOME PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LR-RESULTADO PIC ZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LR-UNIDADE PIC X(10).
           03 FILLER PIC X(5) VALUE ' REF '.
           03 LR-MINIMA PIC ZZZZ9,99.
           03 FILLER PIC X(3) VALUE ' A '.
           03 LR-MAXIMA PIC ZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LR-INDICADOR PIC X(5).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'EXAMERESULTADO' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN INPUT RESULTADOS
           OPEN I-O PEDIDOS
           OPEN INPUT EXAMES
           OPEN OUTPUT EXCECOES
           OPEN OUTPUT REVISAO
           MOVE 'PACIEN VISITA   EXAME  VALOR    ERRO' TO REG-EXCECAO
           WRITE REG-EXCECAO
           MOVE 'RESULTADOS FORA DA REFERENCIA - REVISAO DO CLINICO'
               TO REG-REVISAO
           WRITE REG-REVISAO
           MOVE SPACES TO REG-REVISAO
           WRITE REG-REVISAO
           MOVE 'N' TO FIM-RESULTADOS
           IF FS-RESULTADOS NOT = '00'
               MOVE 'S' TO FIM-RESULTADOS
           END-IF
           PERFORM UNTIL FIM-RESULTADOS = 'S'
               READ RESULTADOS
                   AT END
                       MOVE 'S' TO FIM-RESULTADOS
                   NOT AT END
                       ADD 1 TO QTD-LIDOS
                       PERFORM 1000-TRATAR-RESULTADO
               END-READ
           END-PERFORM
           CLOSE RESULTADOS
           CLOSE PEDIDOS
           CLOSE EXAMES
           CLOSE EXCECOES
           CLOSE REVISAO
           DISPLAY 'Resultados lidos:       ' QTD-LIDOS
           DISPLAY 'Resultados carregados:  ' QTD-CARREGADOS
           DISPLAY 'Resultados rejeitados:  ' QTD-REJEITADOS
           DISPLAY 'Resultados alterados:   ' QTD-ALTERADOS
           MOVE QTD-LIDOS TO RUN-LIDOS
           MOVE QTD-CARREGADOS TO RUN-GRAVADOS
           MOVE QTD-REJEITADOS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

       1000-TRATAR-RESULTADO.
           INSPECT RES-EXAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF RES-VALOR NOT NUMERIC
               MOVE 'VALOR NAO NUMERICO' TO LX-ERRO
               PERFORM 8000-REJEITAR
           ELSE
               MOVE RES-CHAVE TO EXP-CHAVE
               READ PEDIDOS KEY IS EXP-CHAVE
                   INVALID KEY
                       MOVE 'RESULTADO SEM PEDIDO' TO LX-ERRO
                       PERFORM 8000-REJEITAR
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN EXP-CANCELADO
                               MOVE 'PEDIDO CANCELADO' TO LX-ERRO
                               PERFORM 8000-REJEITAR
                           WHEN EXP-COM-RESULTADO
                               MOVE 'RESULTADO JA RECEBIDO' TO LX-ERRO
                               PERFORM 8000-REJEITAR
                           WHEN OTHER
                               PERFORM 1100-GRAVAR-RESULTADO
                       END-EVALUATE
               END-READ
           END-IF.

       1100-GRAVAR-RESULTADO.
           MOVE RES-VALOR-N TO EXP-RESULTADO
           MOVE RES-DATA-COLETA TO EXP-DATA-COLETA
           MOVE DATA-HOJE TO EXP-DATA-RESULTADO
           SET EXP-COM-RESULTADO TO TRUE
           MOVE 'N' TO EXP-FORA-REFERENCIA
           MOVE SPACE TO EXP-REVISAO
           MOVE EXP-EXAME TO EXM-CODIGO
           READ EXAMES KEY IS EXM-CODIGO
               INVALID KEY
                   MOVE 'EXAME FORA DO CATALOGO' TO EXM-NOME
                   MOVE SPACES TO EXM-UNIDADE
                   MOVE 0 TO EXM-REF-MINIMA
                   MOVE 99999,99 TO EXM-REF-MAXIMA
           END-READ
           IF EXP-RESULTADO < EXM-REF-MINIMA OR
                   EXP-RESULTADO > EXM-REF-MAXIMA
               MOVE 'S' TO EXP-FORA-REFERENCIA
               SET EXP-REVISAO-PENDENTE TO TRUE
               PERFORM 1200-LISTAR-REVISAO
           END-IF
           REWRITE REG-EXAME-PEDIDO
           ADD 1 TO QTD-CARREGADOS.

       1200-LISTAR-REVISAO.
           ADD 1 TO QTD-ALTERADOS
           MOVE EXP-PAC-ID TO LR-PAC-ID
           MOVE EXP-DATA-VISITA TO LR-DATA
           MOVE EXM-NOME TO LR-NOME
           MOVE EXP-RESULTADO TO LR-RESULTADO
           MOVE EXM-UNIDADE TO LR-UNIDADE
           MOVE EXM-REF-MINIMA TO LR-MINIMA
           MOVE EXM-REF-MAXIMA TO LR-MAXIMA
           IF EXP-RESULTADO < EXM-REF-MINIMA
               MOVE 'BAIXO' TO LR-INDICADOR
           ELSE
               MOVE 'ALTO' TO LR-INDICADOR
           END-IF
           MOVE LINHA-REVISAO TO REG-REVISAO
           WRITE REG-REVISAO.

       8000-REJEITAR.
           ADD 1 TO QTD-REJEITADOS
           MOVE RES-PAC-ID TO LX-PAC-ID
           MOVE RES-DATA-VISITA TO LX-DATA
           MOVE RES-EXAME TO LX-EXAME
           MOVE RES-VALOR TO LX-VALOR
           MOVE LINHA-EXCECAO TO REG-EXCECAO
           WRITE REG-EXCECAO.

       COPY GravarRunControle.
       END PROGRAM ExameResultado.
