      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Relatorio permanente de segregacao de funcoes: lista
      *          no CONFLRPT todo operador nao desativado do
      *          OPERADORES que tem, ao mesmo tempo, as duas
      *          permissoes de um par incompativel da tabela abaixo -
      *          quem propoe mudanca de parametro e tambem aprova, e
      *          quem negocia desconto e tambem aprova pedido
      *          pendente (alcada nivel 3). Os programas ja recusam a
      *          decisao sobre o pedido do proprio operador; o
      *          relatorio aponta quem ainda acumula as duas pontas,
      *          para o gestor revogar uma delas na recertificacao ou
      *          no OperadoresManutencao. Roda junto da abertura da
      *          recertificacao e sempre que a seguranca pedir; RC 4
      *          quando ha conflito.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcessoConflitos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Cadastro de operadores mantido pelo OperadoresManutencao
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.
           SELECT RELATORIO-CONFLITOS ASSIGN TO "CONFLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOperador.
       FD  RELATORIO-CONFLITOS.
       01  REG-RELATORIO PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-OPERADORES PIC X(2).
       01  FIM-OPERADORES PIC X.
       01  QTD-OPERADORES PIC 9(6) VALUE 0.
       01  QTD-CONFLITOS PIC 9(6) VALUE 0.
       COPY PermissaoOperador.
      *----Pares de permissoes que uma pessoa so nao deve acumular
      *----(codigos do copybook PermissaoOperador)
       01  TAB-CONFLITOS.
           03 FILLER PIC X(12) VALUE 'PROPOE-PARAM'.
           03 FILLER PIC X(12) VALUE 'APROVA-PARAM'.
           03 FILLER PIC X(30) VALUE 'PROPOE E APROVA PARAMETRO'.
           03 FILLER PIC X(12) VALUE 'NEGOCIA-DESC'.
           03 FILLER PIC X(12) VALUE 'APROVA-DESC'.
           03 FILLER PIC X(30) VALUE 'NEGOCIA E APROVA DESCONTO'.
       01  TAB-CONFLITOS-R REDEFINES TAB-CONFLITOS.
           03 CONFLITO OCCURS 2 TIMES.
               05 CFL-PERMISSAO-1 PIC X(12).
               05 CFL-PERMISSAO-2 PIC X(12).
               05 CFL-DESCRICAO PIC X(30).
       01  QTD-PARES PIC 9(2) VALUE 2.
       01  IDX-CONFLITO PIC 9(2).
       01  TEM-PRIMEIRA PIC X.
       01  LINHA-CONFLITO.
           03 LC-OPERADOR PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-NOME PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-STATUS PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-GESTOR PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-DESCRICAO PIC X(30).
           03 FILLER PIC X(15) VALUE SPACES.
       PROCEDURE DIVISION.
           OPEN EXTEND RUN-CONTROLE
           MOVE 'ACESSOCONFLITOS' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN INPUT OPERADORES
           OPEN OUTPUT RELATORIO-CONFLITOS
           MOVE 'OPERADORES COM PERMISSOES INCOMPATIVEIS'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           MOVE 'OPERADOR' TO REG-RELATORIO(1:8)
           MOVE 'NOME' TO REG-RELATORIO(12:4)
           MOVE 'S' TO REG-RELATORIO(43:1)
           MOVE 'GESTOR' TO REG-RELATORIO(45:6)
           MOVE 'CONFLITO' TO REG-RELATORIO(56:8)
           WRITE REG-RELATORIO
           MOVE 'N' TO FIM-OPERADORES
           MOVE LOW-VALUES TO OPE-ID
           START OPERADORES KEY NOT LESS THAN OPE-ID
               INVALID KEY
                   MOVE 'S' TO FIM-OPERADORES
           END-START
           PERFORM UNTIL FIM-OPERADORES = 'S'
               READ OPERADORES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-OPERADORES
                   NOT AT END
                       IF NOT OPE-DESATIVADO
                           ADD 1 TO QTD-OPERADORES
                           PERFORM 1000-CONFERIR-OPERADOR
                       END-IF
               END-READ
           END-PERFORM
           IF QTD-CONFLITOS = 0
               MOVE 'NENHUM CONFLITO' TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           CLOSE OPERADORES
           CLOSE RELATORIO-CONFLITOS
           DISPLAY 'Operadores conferidos: ' QTD-OPERADORES
           DISPLAY 'Conflitos de permissao: ' QTD-CONFLITOS
           MOVE QTD-OPERADORES TO RUN-LIDOS
           MOVE QTD-CONFLITOS TO RUN-GRAVADOS
           MOVE 'F' TO RUN-EVENTO
           IF QTD-CONFLITOS > 0
               MOVE 'AVISO' TO RUN-FINAL
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'OK' TO RUN-FINAL
           END-IF
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

       1000-CONFERIR-OPERADOR.
           PERFORM VARYING IDX-CONFLITO FROM 1 BY 1
                   UNTIL IDX-CONFLITO > QTD-PARES
               MOVE CFL-PERMISSAO-1(IDX-CONFLITO) TO PER-CODIGO
               PERFORM 9650-CONFERIR-PERMISSAO
               MOVE PER-CONCEDIDA TO TEM-PRIMEIRA
               MOVE CFL-PERMISSAO-2(IDX-CONFLITO) TO PER-CODIGO
               PERFORM 9650-CONFERIR-PERMISSAO
               IF TEM-PRIMEIRA = 'S' AND PER-CONCEDIDA = 'S'
                   ADD 1 TO QTD-CONFLITOS
                   MOVE OPE-ID TO LC-OPERADOR
                   MOVE OPE-NOME TO LC-NOME
                   MOVE OPE-STATUS TO LC-STATUS
                   MOVE OPE-GESTOR TO LC-GESTOR
                   MOVE CFL-DESCRICAO(IDX-CONFLITO) TO LC-DESCRICAO
                   MOVE LINHA-CONFLITO TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM.

       COPY ConferirPermissao.
       COPY GravarRunControle.
       END PROGRAM AcessoConflitos.
