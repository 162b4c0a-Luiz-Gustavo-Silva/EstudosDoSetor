      *          e uma linha de total de lote para o sistema deles
      *          conferir. O registro EXPCTL anota os dias ja
      *          exportados: o mesmo dia nunca sai duas vezes.
      *          Os estornos de pagamento do EstornoEntrada (ESTMOV)
      *          saem como evento ESTORNO, com as contas do PAGTO e as
      *          partidas trocadas.
      *          O ISS das NFS-e do NfseRetorno (ISSMOV) sai como
      *          evento ISS; o da nota cancelada, com as partidas
      *          trocadas.
      *          Os descontos negociados baixados na quitacao
      *          (DESCMOV, do PagamentosPosta) saem como evento
      *          DESCONTO.
      *          O pagamento de conta ja baixada que o PagamentosPosta
      *          reconheceu como recuperacao de perda (RECPERDA) sai
      *          como evento RECUPERA, com o seu proprio par de contas
      *          no CONTAMAP, e nao como PAGTO.
      *          Os encargos de atraso lancados no fim do mes pelo
      *          EncargosPosta (ENCMOV) saem como eventos CORRECAO e
      *          JUROS, cada um com o seu par no CONTAMAP; o estorno
      *          do encargo perdoado na quitacao, com as partidas
      *          trocadas.
      *          O repasse mensal aos profissionais apurado pelo
      *          RepasseApura (REPMOV) sai como evento REPASSE, a
      *          despesa com o par de contas proprio no CONTAMAP.
      *          Dia ja exportado termina com RETURN-CODE 4 (nada a
      *          fazer, retomada segura); CONTAMAP vazio termina com 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContabilExporta.
           SELECT OPTIONAL PAGAMENTOS ASSIGN TO "PAGTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGAMENTOS.
      *----Estornos de pagamento do EstornoEntrada.cbl: saem com as
      *----partidas do PAGTO invertidas
           SELECT OPTIONAL MOVIMENTO-ESTORNO ASSIGN TO "ESTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTORNOS.
           SELECT OPTIONAL MOVIMENTO-FATURA ASSIGN TO "FATMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATURAS.
      *----ISS das NFS-e emitidas e estornos das canceladas, do
      *----NfseRetorno.cbl
           SELECT OPTIONAL MOVIMENTO-ISS ASSIGN TO "ISSMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ISS.
      *----Descontos negociados baixados pelo PagamentosPosta.cbl
           SELECT OPTIONAL MOVIMENTO-DESCONTO ASSIGN TO "DESCMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DESCONTOS.
      *----Recuperacoes de perda do PagamentosPosta.cbl
           SELECT OPTIONAL RECUPERACOES ASSIGN TO "RECPERDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECUPERACOES.
      *----Encargos de atraso lancados e estornados, do
      *----EncargosPosta.cbl e do PagamentosPosta.cbl
           SELECT OPTIONAL MOVIMENTO-ENCARGO ASSIGN TO "ENCMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENCARGOS.
      *----Repasse aos profissionais, do RepasseApura.cbl
           SELECT OPTIONAL MOVIMENTO-REPASSE ASSIGN TO "REPMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPASSES.
           SELECT OPTIONAL PERDAS ASSIGN TO "LOSSES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERDAS.
           03 PAG-CTA-ID PIC 9(6).
           03 PAG-DATA PIC 9(8).
           03 PAG-VALOR PIC 9(7)V9(2).
           03 PAG-CANAL PIC X(1).
       FD  MOVIMENTO-ESTORNO.
      *----Mesmo layout gravado pelo EstornoEntrada.cbl
       01  REG-MOVIMENTO-ESTORNO.
           03 EMV-DATA PIC 9(8).
           03 EMV-CTA-ID PIC 9(6).
           03 EMV-ORIGEM PIC X(2).
           03 EMV-VALOR PIC 9(7)V9(2).
           03 EMV-REFERENCIA PIC X(32).
       FD  MOVIMENTO-FATURA.
      *----Mesmo layout gravado pelo FaturaGerador.cbl
       01  REG-MOVIMENTO-FATURA.
           03 FMV-CTA-ID PIC 9(6).
           03 FMV-CLIENTE PIC 9(6).
           03 FMV-VALOR PIC 9(7)V9(2).
      *----Servico faturado, chave da tabela de aliquotas do ISS
      *----que o NfseRpsGera usa para emitir a nota
           03 FMV-SERVICO PIC X(20).
       FD  MOVIMENTO-ISS.
      *----Mesmo layout gravado pelo NfseRetorno.cbl
       01  REG-MOVIMENTO-ISS.
           03 IMV-DATA PIC 9(8).
           03 IMV-CTA-ID PIC 9(6).
           03 IMV-TIPO PIC X(1).
           03 IMV-VALOR PIC 9(7)V9(2).
           03 IMV-NFSE PIC X(15).
       FD  MOVIMENTO-DESCONTO.
      *----Mesmo layout gravado pelo PagamentosPosta.cbl
       01  REG-MOVIMENTO-DESCONTO.
           03 DMV-DATA PIC 9(8).
           03 DMV-CTA-ID PIC 9(6).
           03 DMV-VALOR PIC 9(7)V9(2).
           03 DMV-OPERADOR PIC X(10).
       FD  RECUPERACOES.
      *----Mesmo layout gravado pelo PagamentosPosta.cbl
       01  REG-RECUPERACAO.
           03 RCP-DATA PIC 9(8).
           03 RCP-CTA-ID PIC 9(6).
           03 RCP-CLIENTE PIC 9(6).
           03 RCP-DATA-BAIXA PIC 9(8).
           03 RCP-VALOR-BAIXADO PIC 9(7)V9(2).
           03 RCP-VALOR PIC 9(7)V9(2).
       FD  MOVIMENTO-ENCARGO.
      *----Mesmo layout gravado pelo EncargosPosta.cbl; tipo L
      *----lancamento, E estorno
       01  REG-MOVIMENTO-ENCARGO.
           03 EMC-DATA PIC 9(8).
           03 EMC-CTA-ID PIC 9(6).
           03 EMC-TIPO PIC X(1).
           03 EMC-CORRECAO PIC 9(7)V9(2).
           03 EMC-JUROS PIC 9(7)V9(2).
       FD  MOVIMENTO-REPASSE.
      *----Mesmo layout gravado pelo RepasseApura.cbl
       01  REG-MOVIMENTO-REPASSE.
           03 RMV-DATA PIC 9(8).
           03 RMV-PROFISSIONAL PIC 9(3).
           03 RMV-VALOR PIC 9(7)V9(2).
       FD  PERDAS.
      *----Mesmo layout do REG-PERDA de BaixaPerdas.cbl
       01  REG-PERDA.
       WORKING-STORAGE SECTION.
       01  FS-MAPEAMENTO PIC X(2).
       01  FS-PAGAMENTOS PIC X(2).
       01  FS-ESTORNOS PIC X(2).
       01  FS-FATURAS PIC X(2).
       01  FS-ISS PIC X(2).
       01  FS-DESCONTOS PIC X(2).
       01  FS-RECUPERACOES PIC X(2).
       01  FS-ENCARGOS PIC X(2).
       01  FS-REPASSES PIC X(2).
       01  FS-PERDAS PIC X(2).
       01  FS-PDD PIC X(2).
       01  FS-EXPORTADOS PIC X(2).
               05 TM-DEBITO PIC X(8).
               05 TM-CREDITO PIC X(8).
       01  EVENTO-CORRENTE PIC X(8).
      *----'S' no estorno: o par do evento sai trocado, debito no
      *----lugar do credito, e o GLIF recebe o evento ESTORNO
       01  INVERTER-PARTIDAS PIC X VALUE 'N'.
       01  VALOR-CORRENTE PIC S9(11)V9(2).
       01  QTD-LANCAMENTOS PIC 9(6) VALUE 0.
       01  QTD-SEM-MAPA PIC 9(6) VALUE 0.
       01  TOTAL-LOTE PIC S9(13)V9(2) VALUE 0.
      *----Recuperacoes do dia: o pagamento que as originou esta no
      *----PAGTOS e nao pode sair tambem como PAGTO
       01  QTD-RECUPERACOES PIC 9(4) VALUE 0.
       01  IDX-RECUPERACAO PIC 9(4).
       01  RECUPERACAO-ACHADA PIC X.
       01  TAB-RECUPERACAO OCCURS 1000 TIMES.
           03 TRC-CTA-ID PIC 9(6).
           03 TRC-VALOR PIC 9(7)V9(2).
           03 TRC-USADA PIC X(1).
       PROCEDURE DIVISION.
           DISPLAY 'Dia a exportar (AAAAMMDD): '
           ACCEPT DATA-EXPORTACAO
                   DISPLAY 'DIA ' DATA-EXPORTACAO ' JA EXPORTADO EM '
                       EXP-HORA ', RODADA RECUSADA'
                   CLOSE EXPORTADOS
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
           END-READ
           PERFORM 0100-CARREGAR-MAPA
           IF QTD-MAPAS = 0
               DISPLAY 'CONTAMAP VAZIO OU AUSENTE, NADA EXPORTADO'
               CLOSE EXPORTADOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN OUTPUT INTERFACE-RAZAO
           PERFORM 0200-CARREGAR-RECUPERACOES
           PERFORM 1000-EXPORTAR-PAGAMENTOS
           PERFORM 1500-EXPORTAR-ESTORNOS
           PERFORM 2000-EXPORTAR-FATURAS
           PERFORM 2500-EXPORTAR-ISS
           PERFORM 2700-EXPORTAR-DESCONTOS
           PERFORM 2800-EXPORTAR-RECUPERACOES
           PERFORM 2900-EXPORTAR-ENCARGOS
           PERFORM 2950-EXPORTAR-REPASSES
           PERFORM 3000-EXPORTAR-PERDAS
           PERFORM 4000-EXPORTAR-PDD
           PERFORM 5000-GRAVAR-TOTAL
           END-PERFORM
           CLOSE MAPEAMENTO.

       0200-CARREGAR-RECUPERACOES.
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
                       IF RCP-DATA = DATA-EXPORTACAO AND
                               QTD-RECUPERACOES < 1000
                           ADD 1 TO QTD-RECUPERACOES
                           MOVE RCP-CTA-ID
                               TO TRC-CTA-ID(QTD-RECUPERACOES)
                           MOVE RCP-VALOR
                               TO TRC-VALOR(QTD-RECUPERACOES)
                           MOVE 'N' TO TRC-USADA(QTD-RECUPERACOES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECUPERACOES.

      *----Um par debito/credito por evento mapeado; o evento sem
      *----linha no CONTAMAP e denunciado e fica de fora
       8000-LANCAR-EVENTO.
               ADD 1 TO QTD-LANCAMENTOS
               MOVE 'D' TO GLF-TIPO
               MOVE DATA-EXPORTACAO TO GLF-DATA
               IF INVERTER-PARTIDAS = 'S'
                   MOVE 'ESTORNO' TO GLF-EVENTO
                   MOVE TM-CREDITO(IDX-MAPA) TO GLF-CONTA-DEBITO
                   MOVE TM-DEBITO(IDX-MAPA) TO GLF-CONTA-CREDITO
               ELSE
                   MOVE EVENTO-CORRENTE TO GLF-EVENTO
                   MOVE TM-DEBITO(IDX-MAPA) TO GLF-CONTA-DEBITO
                   MOVE TM-CREDITO(IDX-MAPA) TO GLF-CONTA-CREDITO
               END-IF
               MOVE VALOR-CORRENTE TO GLF-VALOR
               WRITE REG-RAZAO
               ADD VALOR-CORRENTE TO TOTAL-LOTE
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF PAG-DATA = DATA-EXPORTACAO
                           PERFORM 1100-CONFERIR-RECUPERACAO
                           IF RECUPERACAO-ACHADA = 'N'
                               MOVE 'PAGTO' TO EVENTO-CORRENTE
                               MOVE PAG-VALOR TO VALOR-CORRENTE
                               PERFORM 8000-LANCAR-EVENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAGAMENTOS.

      *----Pagamento que virou recuperacao de perda fica para o
      *----evento RECUPERA; cada recuperacao casa um pagamento so
       1100-CONFERIR-RECUPERACAO.
           MOVE 'N' TO RECUPERACAO-ACHADA
           PERFORM VARYING IDX-RECUPERACAO FROM 1 BY 1
                   UNTIL IDX-RECUPERACAO > QTD-RECUPERACOES
                       OR RECUPERACAO-ACHADA = 'S'
               IF TRC-CTA-ID(IDX-RECUPERACAO) = PAG-CTA-ID AND
                       TRC-VALOR(IDX-RECUPERACAO) = PAG-VALOR AND
                       TRC-USADA(IDX-RECUPERACAO) = 'N'
                   MOVE 'S' TO TRC-USADA(IDX-RECUPERACAO)
                   MOVE 'S' TO RECUPERACAO-ACHADA
               END-IF
           END-PERFORM.

      *----Estorno e o pagamento desfeito: as mesmas contas do
      *----PAGTO, com as partidas trocadas
       1500-EXPORTAR-ESTORNOS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT MOVIMENTO-ESTORNO
           IF FS-ESTORNOS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           MOVE 'S' TO INVERTER-PARTIDAS
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ MOVIMENTO-ESTORNO
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF EMV-DATA = DATA-EXPORTACAO
                           MOVE 'PAGTO' TO EVENTO-CORRENTE
                           MOVE EMV-VALOR TO VALOR-CORRENTE
                           PERFORM 8000-LANCAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO INVERTER-PARTIDAS
           CLOSE MOVIMENTO-ESTORNO.

       2000-EXPORTAR-FATURAS.
           MOVE 'N' TO FIM-ARQUIVO
           END-PERFORM
           CLOSE MOVIMENTO-FATURA.

      *----ISS da nota emitida sai como evento ISS; o da nota
      *----cancelada sai com as partidas trocadas, como o estorno
       2500-EXPORTAR-ISS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT MOVIMENTO-ISS
           IF FS-ISS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ MOVIMENTO-ISS
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF IMV-DATA = DATA-EXPORTACAO
                           IF IMV-TIPO = 'E'
                               MOVE 'S' TO INVERTER-PARTIDAS
                           ELSE
                               MOVE 'N' TO INVERTER-PARTIDAS
                           END-IF
                           MOVE 'ISS' TO EVENTO-CORRENTE
                           MOVE IMV-VALOR TO VALOR-CORRENTE
                           PERFORM 8000-LANCAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO INVERTER-PARTIDAS
           CLOSE MOVIMENTO-ISS.

       2700-EXPORTAR-DESCONTOS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT MOVIMENTO-DESCONTO
           IF FS-DESCONTOS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ MOVIMENTO-DESCONTO
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF DMV-DATA = DATA-EXPORTACAO
                           MOVE 'DESCONTO' TO EVENTO-CORRENTE
                           MOVE DMV-VALOR TO VALOR-CORRENTE
                           PERFORM 8000-LANCAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVIMENTO-DESCONTO.

       2800-EXPORTAR-RECUPERACOES.
           PERFORM VARYING IDX-RECUPERACAO FROM 1 BY 1
                   UNTIL IDX-RECUPERACAO > QTD-RECUPERACOES
               MOVE 'RECUPERA' TO EVENTO-CORRENTE
               MOVE TRC-VALOR(IDX-RECUPERACAO) TO VALOR-CORRENTE
               PERFORM 8000-LANCAR-EVENTO
           END-PERFORM.

      *----Correcao e juros do encargo saem em eventos separados; o
      *----estorno do encargo perdoado sai com as partidas trocadas
       2900-EXPORTAR-ENCARGOS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT MOVIMENTO-ENCARGO
           IF FS-ENCARGOS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ MOVIMENTO-ENCARGO
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF EMC-DATA = DATA-EXPORTACAO
                           IF EMC-TIPO = 'E'
                               MOVE 'S' TO INVERTER-PARTIDAS
                           ELSE
                               MOVE 'N' TO INVERTER-PARTIDAS
                           END-IF
                           IF EMC-CORRECAO GREATER 0
                               MOVE 'CORRECAO' TO EVENTO-CORRENTE
                               MOVE EMC-CORRECAO TO VALOR-CORRENTE
                               PERFORM 8000-LANCAR-EVENTO
                           END-IF
                           IF EMC-JUROS GREATER 0
                               MOVE 'JUROS' TO EVENTO-CORRENTE
                               MOVE EMC-JUROS TO VALOR-CORRENTE
                               PERFORM 8000-LANCAR-EVENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO INVERTER-PARTIDAS
           CLOSE MOVIMENTO-ENCARGO.

       2950-EXPORTAR-REPASSES.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT MOVIMENTO-REPASSE
           IF FS-REPASSES NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ MOVIMENTO-REPASSE
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF RMV-DATA = DATA-EXPORTACAO
                           MOVE 'REPASSE' TO EVENTO-CORRENTE
                           MOVE RMV-VALOR TO VALOR-CORRENTE
                           PERFORM 8000-LANCAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVIMENTO-REPASSE.

       3000-EXPORTAR-PERDAS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT PERDAS
