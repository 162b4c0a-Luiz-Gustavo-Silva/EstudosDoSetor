      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Retorno das assessorias de cobranca externa: le o
      *          arquivo ASSRET com os pagamentos e os acordos que
      *          cada assessoria informa ter obtido das contas que
      *          estao com ela. Pagamento informado vai para o
      *          COLPAGTOS, onde fica solto ate o AssessoriaEnvio
      *          casa-lo com a baixa do PagamentosPosta no razao
      *          MOVCONTA - a comissao paga so o que de fato entrou.
      *          Acordo informado fica anotado na colocacao e sai no
      *          relatorio ASSRETRPT para a mesa registrar no
      *          AcordoManutencao; registrado assim, ele nao recolhe a
      *          conta. Informe de conta que nao esta colocada com a
      *          assessoria que informou e recusado no relatorio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AssessoriaRetorno.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-ASSESSORIA ASSIGN TO "ASSRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETORNO.
           SELECT OPTIONAL COLOCACOES ASSIGN TO "COLOCACOES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CHAVE
               FILE STATUS IS FS-COLOCACOES.
           SELECT OPTIONAL COL-PAGTOS ASSIGN TO "COLPAGTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CHAVE
               ALTERNATE RECORD KEY IS CPG-MVC-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS FS-COLPAGTOS.
           SELECT RELATORIO-RETORNO ASSIGN TO "ASSRETRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-ASSESSORIA.
      *----P pagamento recebido do devedor, A acordo negociado
       01  REG-RETORNO-ASSESSORIA.
           03 RAS-ASSESSORIA PIC 9(3).
           03 RAS-TIPO PIC X(1).
               88 RAS-PAGAMENTO VALUE 'P'.
               88 RAS-ACORDO VALUE 'A'.
           03 RAS-CTA-ID PIC 9(6).
           03 RAS-DATA PIC 9(8).
           03 RAS-VALOR PIC 9(7)V9(2).
           03 RAS-QTD-PARCELAS PIC 9(2).
       FD  COLOCACOES.
       COPY RegColocacao.
       FD  COL-PAGTOS.
       COPY RegColocPagto.
       FD  RELATORIO-RETORNO.
       01  REG-RELATORIO PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-RETORNO PIC X(2).
       01  FS-COLOCACOES PIC X(2).
       01  FS-COLPAGTOS PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  FIM-CONTA PIC X.
       01  COLOCACAO-ACHADA PIC X.
       01  QTD-PAGAMENTOS PIC 9(6) VALUE 0.
       01  QTD-ACORDOS PIC 9(6) VALUE 0.
       01  QTD-RECUSADOS PIC 9(6) VALUE 0.
       01  LINHA-RETORNO.
           03 LR-ASSESSORIA PIC 9(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-CTA-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-DATA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-VALOR PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-PARCELAS PIC Z9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-SITUACAO PIC X(40).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           OPEN EXTEND RUN-CONTROLE
           MOVE 'ASSESSORIARETORNO' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN I-O COLOCACOES
           OPEN I-O COL-PAGTOS
           OPEN OUTPUT RELATORIO-RETORNO
           MOVE 'RETORNO DAS ASSESSORIAS DE COBRANCA' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT RETORNO-ASSESSORIA
           IF FS-RETORNO NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
               DISPLAY 'RETORNO DAS ASSESSORIAS INDISPONIVEL ('
                   FS-RETORNO ')'
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ RETORNO-ASSESSORIA
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO RUN-LIDOS
                       PERFORM 1000-TRATAR-INFORME
               END-READ
           END-PERFORM
           CLOSE RETORNO-ASSESSORIA
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'PAGAMENTOS: ' DELIMITED BY SIZE
               QTD-PAGAMENTOS DELIMITED BY SIZE
               '  ACORDOS A REGISTRAR: ' DELIMITED BY SIZE
               QTD-ACORDOS DELIMITED BY SIZE
               '  RECUSADOS: ' DELIMITED BY SIZE
               QTD-RECUSADOS DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           DISPLAY 'Pagamentos informados: ' QTD-PAGAMENTOS
           DISPLAY 'Acordos informados:    ' QTD-ACORDOS
           DISPLAY 'Informes recusados:    ' QTD-RECUSADOS
           COMPUTE RUN-GRAVADOS = QTD-PAGAMENTOS + QTD-ACORDOS
           MOVE QTD-RECUSADOS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           CLOSE COLOCACOES
           CLOSE COL-PAGTOS
           CLOSE RELATORIO-RETORNO
           STOP RUN.

       1000-TRATAR-INFORME.
           PERFORM 1100-LOCALIZAR-COLOCACAO
           EVALUATE TRUE
               WHEN COLOCACAO-ACHADA = 'N'
                   ADD 1 TO QTD-RECUSADOS
                   MOVE 'CONTA NAO ESTA COM A ASSESSORIA'
                       TO LR-SITUACAO
               WHEN RAS-PAGAMENTO
                   PERFORM 2000-GUARDAR-PAGAMENTO
                   MOVE 'PAGAMENTO AGUARDANDO A BAIXA'
                       TO LR-SITUACAO
               WHEN RAS-ACORDO
                   ADD 1 TO QTD-ACORDOS
                   MOVE RAS-DATA TO PLC-DATA-ACORDO-EXT
                   REWRITE REG-COLOCACAO
                   MOVE 'ACORDO - REGISTRAR NO ACORDOMANUTENCAO'
                       TO LR-SITUACAO
               WHEN OTHER
                   ADD 1 TO QTD-RECUSADOS
                   MOVE 'TIPO DE INFORME DESCONHECIDO'
                       TO LR-SITUACAO
           END-EVALUATE
           MOVE RAS-ASSESSORIA TO LR-ASSESSORIA
           MOVE RAS-CTA-ID TO LR-CTA-ID
           MOVE RAS-DATA TO LR-DATA
           MOVE RAS-VALOR TO LR-VALOR
           MOVE RAS-QTD-PARCELAS TO LR-PARCELAS
           MOVE LINHA-RETORNO TO REG-RELATORIO
           WRITE REG-RELATORIO.

      *----A colocacao ativa da conta, que tem que ser da propria
      *----assessoria que informa
       1100-LOCALIZAR-COLOCACAO.
           MOVE 'N' TO COLOCACAO-ACHADA
           MOVE 'N' TO FIM-CONTA
           MOVE RAS-CTA-ID TO PLC-CTA-ID
           MOVE 0 TO PLC-DATA-ENVIO
           START COLOCACOES KEY IS NOT LESS THAN PLC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-CONTA
           END-START
           PERFORM UNTIL FIM-CONTA = 'S' OR COLOCACAO-ACHADA = 'S'
               READ COLOCACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-CONTA
                   NOT AT END
                       IF PLC-CTA-ID NOT = RAS-CTA-ID
                           MOVE 'S' TO FIM-CONTA
                       ELSE
                           IF PLC-ATIVA AND
                                   PLC-ASSESSORIA = RAS-ASSESSORIA
                               MOVE 'S' TO COLOCACAO-ACHADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----Sequencia por conta e dia, como a do razao MOVCONTA
       2000-GUARDAR-PAGAMENTO.
           ADD 1 TO QTD-PAGAMENTOS
           MOVE RAS-CTA-ID TO CPG-CTA-ID
           MOVE RAS-DATA TO CPG-DATA
           MOVE RAS-ASSESSORIA TO CPG-ASSESSORIA
           MOVE RAS-VALOR TO CPG-VALOR
           MOVE 0 TO CPG-MVC-CHAVE
           MOVE 0 TO CPG-DATA-BAIXA
           MOVE 0 TO CPG-SEQ
           MOVE '22' TO FS-COLPAGTOS
           PERFORM UNTIL FS-COLPAGTOS NOT = '22' OR CPG-SEQ = 9999
               ADD 1 TO CPG-SEQ
               WRITE REG-COLOC-PAGTO
           END-PERFORM.

       COPY GravarRunControle.
       END PROGRAM AssessoriaRetorno.
