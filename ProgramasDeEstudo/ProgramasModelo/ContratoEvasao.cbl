      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Relatorio mensal de evasao dos contratos de servico:
      *          dado o mes de referencia, lista os contratos do
      *          CONTRATOS cuja vigencia terminou no mes sem renovacao
      *          - o ContratoRenova empurra a data fim de quem renova,
      *          entao a data fim que ficou no mes e contrato perdido -
      *          e fecha por CON-SERVICO a quantidade perdida, a
      *          receita mensal que deixa de ser faturada e a taxa de
      *          evasao sobre os contratos vigentes no inicio do mes.
      *          Sai no CHURNRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContratoEvasao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTRATOS ASSIGN TO "CONTRATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CON-ID
               FILE STATUS IS FS-CONTRATOS.
           SELECT RELATORIO-EVASAO ASSIGN TO "CHURNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
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
       FD  RELATORIO-EVASAO.
       01  REG-RELATORIO PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-CONTRATOS PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  MES-REFERENCIA PIC 9(6).
       01  INICIO-DO-MES PIC 9(8).
       01  FIM-DO-MES PIC 9(8).
       01  SERVICO-ACHADO PIC X.
      *----Um acumulador por servico: vigentes no inicio do mes,
      *----encerrados no mes e a receita mensal perdida
       01  QTD-SERVICOS PIC 9(3) VALUE 0.
       01  IDX-SERVICO PIC 9(3).
       01  TAB-SERVICO OCCURS 100 TIMES.
           03 TSV-SERVICO PIC X(20).
           03 TSV-VIGENTES PIC 9(6).
           03 TSV-PERDIDOS PIC 9(6).
           03 TSV-RECEITA-PERDIDA PIC 9(9)V9(2).
       01  TOTAL-VIGENTES PIC 9(6) VALUE 0.
       01  TOTAL-PERDIDOS PIC 9(6) VALUE 0.
       01  TOTAL-RECEITA PIC 9(9)V9(2) VALUE 0.
       01  TAXA-EVASAO PIC 9(3)V9(2).
       01  LINHA-CONTRATO.
           03 LC-CONTRATO PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LC-CLIENTE PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LC-SERVICO PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LC-DATA-FIM PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LC-VALOR PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LC-RENOVACOES PIC ZZ9.
       01  LINHA-SERVICO.
           03 LS-SERVICO PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LS-VIGENTES PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LS-PERDIDOS PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LS-RECEITA PIC -(9)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LS-TAXA PIC ZZ9,99.
           03 FILLER PIC X(2) VALUE ' %'.
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           DISPLAY 'Mes de referencia da evasao (AAAAMM): '
           ACCEPT MES-REFERENCIA
           COMPUTE INICIO-DO-MES = MES-REFERENCIA * 100 + 1
           COMPUTE FIM-DO-MES = MES-REFERENCIA * 100 + 31
           OPEN EXTEND RUN-CONTROLE
           MOVE 'CONTRATOEVASAO' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN INPUT CONTRATOS
           OPEN OUTPUT RELATORIO-EVASAO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'CONTRATOS ENCERRADOS SEM RENOVACAO EM '
               DELIMITED BY SIZE
               MES-REFERENCIA DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'N' TO FIM-ARQUIVO
           IF FS-CONTRATOS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ CONTRATOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO RUN-LIDOS
                       PERFORM 1000-CLASSIFICAR-CONTRATO
               END-READ
           END-PERFORM
           PERFORM 2000-IMPRIMIR-SERVICOS
           DISPLAY 'Contratos vigentes no inicio: ' TOTAL-VIGENTES
           DISPLAY 'Contratos perdidos no mes:    ' TOTAL-PERDIDOS
           MOVE TOTAL-PERDIDOS TO RUN-GRAVADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           CLOSE CONTRATOS
           CLOSE RELATORIO-EVASAO
           STOP RUN.

      *----Vigente no inicio do mes: comecou antes dele e nao tinha
      *----terminado; perdido: a data fim caiu dentro do mes
       1000-CLASSIFICAR-CONTRATO.
           IF CON-DATA-INICIO < INICIO-DO-MES AND
                   (CON-DATA-FIM = 0 OR
                    CON-DATA-FIM NOT < INICIO-DO-MES)
               PERFORM 1100-LOCALIZAR-SERVICO
               IF SERVICO-ACHADO = 'S'
                   ADD 1 TO TSV-VIGENTES(IDX-SERVICO)
               END-IF
               ADD 1 TO TOTAL-VIGENTES
           END-IF
           IF CON-DATA-FIM NOT < INICIO-DO-MES AND
                   CON-DATA-FIM NOT > FIM-DO-MES
               PERFORM 1100-LOCALIZAR-SERVICO
               IF SERVICO-ACHADO = 'S'
                   ADD 1 TO TSV-PERDIDOS(IDX-SERVICO)
                   ADD CON-VALOR-MENSAL
                       TO TSV-RECEITA-PERDIDA(IDX-SERVICO)
               END-IF
               ADD 1 TO TOTAL-PERDIDOS
               ADD CON-VALOR-MENSAL TO TOTAL-RECEITA
               MOVE CON-ID TO LC-CONTRATO
               MOVE CON-CLIENTE TO LC-CLIENTE
               MOVE CON-SERVICO TO LC-SERVICO
               MOVE CON-DATA-FIM TO LC-DATA-FIM
               MOVE CON-VALOR-MENSAL TO LC-VALOR
               MOVE CON-QTD-RENOVACOES TO LC-RENOVACOES
               MOVE LINHA-CONTRATO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

      *----Servico novo entra no fim da tabela; tabela cheia conta so
      *----no total geral
       1100-LOCALIZAR-SERVICO.
           MOVE 'N' TO SERVICO-ACHADO
           PERFORM VARYING IDX-SERVICO FROM 1 BY 1
                   UNTIL IDX-SERVICO > QTD-SERVICOS
                      OR SERVICO-ACHADO = 'S'
               IF TSV-SERVICO(IDX-SERVICO) = CON-SERVICO
                   MOVE 'S' TO SERVICO-ACHADO
               END-IF
           END-PERFORM
           IF SERVICO-ACHADO = 'S'
               SUBTRACT 1 FROM IDX-SERVICO
           ELSE
               IF QTD-SERVICOS < 100
                   ADD 1 TO QTD-SERVICOS
                   MOVE QTD-SERVICOS TO IDX-SERVICO
                   MOVE CON-SERVICO TO TSV-SERVICO(IDX-SERVICO)
                   MOVE 0 TO TSV-VIGENTES(IDX-SERVICO)
                   MOVE 0 TO TSV-PERDIDOS(IDX-SERVICO)
                   MOVE 0 TO TSV-RECEITA-PERDIDA(IDX-SERVICO)
                   MOVE 'S' TO SERVICO-ACHADO
               END-IF
           END-IF.

       2000-IMPRIMIR-SERVICOS.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           STRING 'SERVICO               VIGENTES  PERDIDOS'
               DELIMITED BY SIZE
               '  RECEITA MENSAL PERDIDA  EVASAO' DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING IDX-SERVICO FROM 1 BY 1
                   UNTIL IDX-SERVICO > QTD-SERVICOS
               IF TSV-PERDIDOS(IDX-SERVICO) > 0
                   MOVE TSV-SERVICO(IDX-SERVICO) TO LS-SERVICO
                   MOVE TSV-VIGENTES(IDX-SERVICO) TO LS-VIGENTES
                   MOVE TSV-PERDIDOS(IDX-SERVICO) TO LS-PERDIDOS
                   MOVE TSV-RECEITA-PERDIDA(IDX-SERVICO)
                       TO LS-RECEITA
                   MOVE 0 TO TAXA-EVASAO
                   IF TSV-VIGENTES(IDX-SERVICO) > 0
                       COMPUTE TAXA-EVASAO ROUNDED =
                           TSV-PERDIDOS(IDX-SERVICO) * 100 /
                           TSV-VIGENTES(IDX-SERVICO)
                   END-IF
                   MOVE TAXA-EVASAO TO LS-TAXA
                   MOVE LINHA-SERVICO TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM
           MOVE 'TOTAL' TO LS-SERVICO
           MOVE TOTAL-VIGENTES TO LS-VIGENTES
           MOVE TOTAL-PERDIDOS TO LS-PERDIDOS
           MOVE TOTAL-RECEITA TO LS-RECEITA
           MOVE 0 TO TAXA-EVASAO
           IF TOTAL-VIGENTES > 0
               COMPUTE TAXA-EVASAO ROUNDED =
                   TOTAL-PERDIDOS * 100 / TOTAL-VIGENTES
           END-IF
           MOVE TAXA-EVASAO TO LS-TAXA
           MOVE LINHA-SERVICO TO REG-RELATORIO
           WRITE REG-RELATORIO.

       COPY GravarRunControle.
       END PROGRAM ContratoEvasao.
