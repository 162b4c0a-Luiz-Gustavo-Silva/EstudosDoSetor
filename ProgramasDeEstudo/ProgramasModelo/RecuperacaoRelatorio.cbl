      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Relatorio mensal da recuperacao de perdas por safra
      *          de baixa: para cada ano em que houve baixa no LOSSES,
      *          o total baixado, o que voltou no mes informado e o
      *          que ja voltou desde a baixa (RECPERDA, gravado pelo
      *          PagamentosPosta), com o percentual recuperado da
      *          safra. A safra da recuperacao e o ano da baixa a que
      *          ela esta ligada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecuperacaoRelatorio.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERDAS ASSIGN TO "LOSSES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERDAS.
           SELECT OPTIONAL RECUPERACOES ASSIGN TO "RECPERDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECUPERACOES.
           SELECT RELATORIO-RECUPERACAO ASSIGN TO "RECUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  PERDAS.
      *----Mesmo layout do REG-PERDA de BaixaPerdas.cbl
       01  REG-PERDA.
           03 PRD-CTA-ID PIC 9(6).
           03 PRD-CLIENTE PIC 9(6).
           03 PRD-FAIXA PIC 9(1).
           03 PRD-VALOR-ATUALIZADO PIC 9(7)V9(2).
           03 PRD-DATA-BAIXA PIC 9(8).
           03 PRD-APROVADOR PIC X(10).
       FD  RECUPERACOES.
      *----Mesmo layout gravado pelo PagamentosPosta.cbl
       01  REG-RECUPERACAO.
           03 RCP-DATA PIC 9(8).
           03 RCP-CTA-ID PIC 9(6).
           03 RCP-CLIENTE PIC 9(6).
           03 RCP-DATA-BAIXA PIC 9(8).
           03 RCP-VALOR-BAIXADO PIC 9(7)V9(2).
           03 RCP-VALOR PIC 9(7)V9(2).
       FD  RELATORIO-RECUPERACAO.
       01  REG-RELATORIO PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-PERDAS PIC X(2).
       01  FS-RECUPERACOES PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  MES-RELATORIO PIC 9(6).
      *----Uma linha por ano de baixa, na ordem em que aparecem
       01  QTD-SAFRAS PIC 9(2) VALUE 0.
       01  IDX-SAFRA PIC 9(2).
       01  SAFRA-ACHADA PIC 9(2).
       01  ANO-PROCURADO PIC 9(4).
       01  TAB-SAFRA OCCURS 50 TIMES.
           03 SAF-ANO PIC 9(4).
           03 SAF-QTD-BAIXAS PIC 9(6).
           03 SAF-BAIXADO PIC 9(11)V9(2).
           03 SAF-RECUPERADO-MES PIC 9(11)V9(2).
           03 SAF-RECUPERADO-TOTAL PIC 9(11)V9(2).
      *----Area de troca da ordenacao das safras por ano
       01  SAFRA-TROCA PIC X(49).
       01  IDX-ORDEM PIC 9(2).
       01  TOTAL-BAIXADO PIC 9(11)V9(2) VALUE 0.
       01  TOTAL-RECUPERADO-MES PIC 9(11)V9(2) VALUE 0.
       01  TOTAL-RECUPERADO PIC 9(11)V9(2) VALUE 0.
       01  QTD-RECUPERACOES PIC 9(6) VALUE 0.
       01  PERCENTUAL-CALC PIC 9(3)V9(2).
       01  LINHA-CABECALHO.
           03 FILLER PIC X(8) VALUE 'SAFRA'.
           03 FILLER PIC X(8) VALUE 'BAIXAS'.
           03 FILLER PIC X(16) VALUE '   VALOR BAIXADO'.
           03 FILLER PIC X(17) VALUE '   RECUPERADO MES'.
           03 FILLER PIC X(17) VALUE ' RECUPERADO TOTAL'.
           03 FILLER PIC X(10) VALUE '   % RECUP'.
       01  LINHA-SAFRA.
           03 LS-ANO PIC X(5).
           03 FILLER PIC X(3) VALUE SPACES.
           03 LS-QTD PIC Z(5)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LS-BAIXADO PIC -(13)9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LS-RECUPERADO-MES PIC -(13)9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LS-RECUPERADO-TOTAL PIC -(13)9,99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 LS-PERCENTUAL PIC ZZ9,99.
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           DISPLAY 'Mes do relatorio (AAAAMM): '
           ACCEPT MES-RELATORIO
           OPEN EXTEND RUN-CONTROLE
           MOVE 'RECUPERACAORELATORIO' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           PERFORM 1000-SOMAR-BAIXAS
           PERFORM 2000-SOMAR-RECUPERACOES
           PERFORM 2500-ORDENAR-SAFRAS
           PERFORM 3000-GRAVAR-RELATORIO
           DISPLAY 'Safras de baixa: ' QTD-SAFRAS
           DISPLAY 'Recuperacoes lidas ate o mes: ' QTD-RECUPERACOES
           MOVE QTD-RECUPERACOES TO RUN-LIDOS
           MOVE QTD-SAFRAS TO RUN-GRAVADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

      *----Baixas feitas ate o fim do mes do relatorio
       1000-SOMAR-BAIXAS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT PERDAS
           IF FS-PERDAS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ PERDAS
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF PRD-DATA-BAIXA(1:6) NOT GREATER MES-RELATORIO
                           MOVE PRD-DATA-BAIXA(1:4) TO ANO-PROCURADO
                           PERFORM 8000-LOCALIZAR-SAFRA
                           IF SAFRA-ACHADA NOT = 0
                               ADD 1 TO SAF-QTD-BAIXAS(SAFRA-ACHADA)
                               ADD PRD-VALOR-ATUALIZADO
                                   TO SAF-BAIXADO(SAFRA-ACHADA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERDAS.

      *----Recuperacoes ate o fim do mes, na safra da baixa ligada
       2000-SOMAR-RECUPERACOES.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT RECUPERACOES
           IF FS-RECUPERACOES NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ RECUPERACOES
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF RCP-DATA(1:6) NOT GREATER MES-RELATORIO
                           ADD 1 TO QTD-RECUPERACOES
                           MOVE RCP-DATA-BAIXA(1:4) TO ANO-PROCURADO
                           PERFORM 8000-LOCALIZAR-SAFRA
                           IF SAFRA-ACHADA NOT = 0
                               ADD RCP-VALOR
                                   TO SAF-RECUPERADO-TOTAL(SAFRA-ACHADA)
                               IF RCP-DATA(1:6) = MES-RELATORIO
                                   ADD RCP-VALOR TO
                                       SAF-RECUPERADO-MES(SAFRA-ACHADA)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECUPERACOES.

      *----Safras em ordem de ano, a mais antiga primeiro
       2500-ORDENAR-SAFRAS.
           PERFORM VARYING IDX-SAFRA FROM 1 BY 1
                   UNTIL IDX-SAFRA >= QTD-SAFRAS
               PERFORM VARYING IDX-ORDEM FROM 1 BY 1
                       UNTIL IDX-ORDEM > QTD-SAFRAS - IDX-SAFRA
                   IF SAF-ANO(IDX-ORDEM) GREATER SAF-ANO(IDX-ORDEM + 1)
                       MOVE TAB-SAFRA(IDX-ORDEM) TO SAFRA-TROCA
                       MOVE TAB-SAFRA(IDX-ORDEM + 1)
                           TO TAB-SAFRA(IDX-ORDEM)
                       MOVE SAFRA-TROCA TO TAB-SAFRA(IDX-ORDEM + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-GRAVAR-RELATORIO.
           OPEN OUTPUT RELATORIO-RECUPERACAO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'RECUPERACAO DE PERDAS POR SAFRA DE BAIXA - MES '
               DELIMITED BY SIZE
               MES-RELATORIO DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-CABECALHO TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING IDX-SAFRA FROM 1 BY 1
                   UNTIL IDX-SAFRA > QTD-SAFRAS
               MOVE SAF-ANO(IDX-SAFRA) TO LS-ANO
               MOVE SAF-QTD-BAIXAS(IDX-SAFRA) TO LS-QTD
               MOVE SAF-BAIXADO(IDX-SAFRA) TO LS-BAIXADO
               MOVE SAF-RECUPERADO-MES(IDX-SAFRA) TO LS-RECUPERADO-MES
               MOVE SAF-RECUPERADO-TOTAL(IDX-SAFRA)
                   TO LS-RECUPERADO-TOTAL
               MOVE 0 TO PERCENTUAL-CALC
               IF SAF-BAIXADO(IDX-SAFRA) GREATER 0
                   COMPUTE PERCENTUAL-CALC ROUNDED =
                       SAF-RECUPERADO-TOTAL(IDX-SAFRA) * 100 /
                       SAF-BAIXADO(IDX-SAFRA)
                       ON SIZE ERROR
                           MOVE 999,99 TO PERCENTUAL-CALC
                   END-COMPUTE
               END-IF
               MOVE PERCENTUAL-CALC TO LS-PERCENTUAL
               MOVE LINHA-SAFRA TO REG-RELATORIO
               WRITE REG-RELATORIO
               ADD SAF-BAIXADO(IDX-SAFRA) TO TOTAL-BAIXADO
               ADD SAF-RECUPERADO-MES(IDX-SAFRA) TO TOTAL-RECUPERADO-MES
               ADD SAF-RECUPERADO-TOTAL(IDX-SAFRA) TO TOTAL-RECUPERADO
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'TOTAL' TO LS-ANO
           MOVE 0 TO LS-QTD
           MOVE TOTAL-BAIXADO TO LS-BAIXADO
           MOVE TOTAL-RECUPERADO-MES TO LS-RECUPERADO-MES
           MOVE TOTAL-RECUPERADO TO LS-RECUPERADO-TOTAL
           MOVE 0 TO PERCENTUAL-CALC
           IF TOTAL-BAIXADO GREATER 0
               COMPUTE PERCENTUAL-CALC ROUNDED =
                   TOTAL-RECUPERADO * 100 / TOTAL-BAIXADO
                   ON SIZE ERROR
                       MOVE 999,99 TO PERCENTUAL-CALC
               END-COMPUTE
           END-IF
           MOVE PERCENTUAL-CALC TO LS-PERCENTUAL
           MOVE LINHA-SAFRA TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE RELATORIO-RECUPERACAO.

      *----Posicao do ano ANO-PROCURADO na tabela, criando a linha
      *----na primeira vez; zero so com a tabela cheia
       8000-LOCALIZAR-SAFRA.
           MOVE 0 TO SAFRA-ACHADA
           PERFORM VARYING IDX-SAFRA FROM 1 BY 1
                   UNTIL IDX-SAFRA > QTD-SAFRAS OR SAFRA-ACHADA NOT = 0
               IF SAF-ANO(IDX-SAFRA) = ANO-PROCURADO
                   MOVE IDX-SAFRA TO SAFRA-ACHADA
               END-IF
           END-PERFORM
           IF SAFRA-ACHADA = 0 AND QTD-SAFRAS < 50
               ADD 1 TO QTD-SAFRAS
               MOVE QTD-SAFRAS TO SAFRA-ACHADA
               MOVE ANO-PROCURADO TO SAF-ANO(SAFRA-ACHADA)
               MOVE 0 TO SAF-QTD-BAIXAS(SAFRA-ACHADA)
               MOVE 0 TO SAF-BAIXADO(SAFRA-ACHADA)
               MOVE 0 TO SAF-RECUPERADO-MES(SAFRA-ACHADA)
               MOVE 0 TO SAF-RECUPERADO-TOTAL(SAFRA-ACHADA)
           END-IF.

       COPY GravarRunControle.
       END PROGRAM RecuperacaoRelatorio.
