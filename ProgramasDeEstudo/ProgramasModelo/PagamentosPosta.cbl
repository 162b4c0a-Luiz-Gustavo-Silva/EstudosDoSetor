      *          duas vezes. Le o arquivo de pagamentos do dia, aplica
      *          cada um como credito na conta correspondente, manda
      *          para o arquivo de suspensao o que nao casa com conta
      *          nenhuma, e registra cada baixa no journal de
      *          auditoria. Desde a conversao
      *          do master para indexado (ContasConverte.cbl) a baixa
      *          e um REWRITE pontual pela chave CTA-ID: acabou a
      *          copia do arquivo inteiro para o ACCOUNTSNEW e a
      *          troca de datasets no fim do job.
      *          Cada baixa tambem deixa a sua linha datada no razao de
      *          movimentos MOVCONTA.
      *          Pagamento maior que o debito em aberto nao vai mais
      *          para a suspensao: baixa o que cabe na propria conta,
      *          repassa a sobra para as outras contas em atraso do
      *          mesmo cliente (vencimento mais antigo primeiro, pela
      *          interface ATRASADAS) e deixa o resto como credito na
      *          conta paga, que o ReembolsoGera restitui. O relatorio
      *          ALOCARPT mostra para onde foi cada pagamento.
      *          Pagamento que cobre a quitacao com desconto aprovada
      *          na mesa (DESCPEND) baixa o resto do debito como
      *          desconto negociado: linha DS no razao e o movimento
      *          DESCMOV, de onde o ContabilExporta tira o evento
      *          DESCONTO.
      *          Pagamento de conta ja baixada como perda (fora do
      *          master, presente no LOSSES) nao vai para a suspensao
      *          nem recria saldo no ACCOUNTS: vira recuperacao de
      *          perda no RECPERDA, ligada ao registro da baixa, que
      *          o ContabilExporta lanca como receita de recuperacao.
      *          Na quitacao com desconto, a parte perdoada que cobre
      *          encargo de atraso ja lancado pelo EncargosPosta sai
      *          como estorno do encargo (linha EE no razao e
      *          movimento E no ENCMOV), e so o resto como desconto.
      *          Checkpoint PAGBCKPT a cada pagamento concluido, com a
      *          posicao no PAGTOS, a conta do ultimo pagamento e os
      *          totais correntes: depois de um abend a rodada seguinte
      *          retoma do pagamento seguinte, sem creditar de novo o
      *          que ja foi baixado, e marca a retomada no RUNCTL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PagamentosPosta.
               FILE STATUS IS FS-ACCOUNTS.
           SELECT SUSPENSOS ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Contas em atraso da ultima rodada do ContasAtraso: e la
      *----que a sobra de um pagamento a maior procura as outras
      *----contas abertas do mesmo cliente
           SELECT OPTIONAL ATRASADAS ASSIGN TO "ATRASADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATRASADAS.
      *----Relatorio de alocacao: para onde foi cada real de cada
      *----pagamento - a propria conta, as outras contas do cliente
      *----e o credito que sobra para a restituicao
           SELECT RELATORIO-ALOCACAO ASSIGN TO "ALOCARPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Quitacoes com desconto aprovadas na NegociacaoMesa
           SELECT OPTIONAL DESCONTOS-PEND ASSIGN TO "DESCPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSC-CTA-ID
               FILE STATUS IS FS-DESCONTOS.
      *----EXTEND: acumula os descontos de todos os dias; cada
      *----leitor filtra pelo dia que processa
           SELECT MOVIMENTO-DESCONTO ASSIGN TO "DESCMOV"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Contas baixadas como perda pelo BaixaPerdas.cbl
           SELECT OPTIONAL PERDAS ASSIGN TO "LOSSES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERDAS.
      *----EXTEND: recuperacoes de perda de todos os dias, lidas pelo
      *----ContabilExporta e pelo RecuperacaoRelatorio
           SELECT RECUPERACOES ASSIGN TO "RECPERDA"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Encargos de atraso lancados pelo EncargosPosta
           SELECT OPTIONAL ENCARGOS ASSIGN TO "ENCARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-CTA-ID
               FILE STATUS IS FS-ENCARGOS.
      *----EXTEND: estornos de encargo, no mesmo arquivo dos
      *----lancamentos do EncargosPosta
           SELECT MOVIMENTO-ENCARGO ASSIGN TO "ENCMOV"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Checkpoint com a posicao do ultimo pagamento concluido e
      *----os totais da rodada, igual ao IMCBatch.cbl: um pagamento
      *----por checkpoint, porque o credito ja regravado no ACCOUNTS
      *----nao tem volta e um intervalo maior repostaria o que ficou
      *----entre o ultimo checkpoint e a queda
           SELECT OPTIONAL CHECKPOINT ASSIGN TO "PAGBCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHECKPOINT.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
           COPY MovContaSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGAMENTOS.
           03 PAG-CTA-ID PIC 9(6).
           03 PAG-DATA PIC 9(8).
           03 PAG-VALOR PIC 9(7)V9(2).
      *----Canal de origem, para a conferencia de duplicidade entre
      *----canais: P PIX, D debito automatico, C cartorio de
      *----protesto, S reapontado da suspensao, L liberado pela mesa
      *----de revisao; em branco o lancamento digitado
           03 PAG-CANAL PIC X(1).
               88 PAG-CANAL-PIX VALUE 'P'.
               88 PAG-CANAL-DEBITO VALUE 'D'.
               88 PAG-CANAL-CARTORIO VALUE 'C'.
               88 PAG-CANAL-SUSPENSO VALUE 'S'.
               88 PAG-CANAL-LIBERADO VALUE 'L'.
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
               88 SUS-REAPLICADO VALUE 'T'.
               88 SUS-RESTITUIR VALUE 'R'.
               88 SUS-BAIXADO VALUE 'B'.
       FD  ATRASADAS.
      *----Mesmo layout gravado pelo ContasAtraso
       01  REG-ATRASADA.
           03 ATR-CTA-ID PIC 9(6).
           03 ATR-CLIENTE PIC 9(6).
           03 ATR-FAIXA PIC 9(1).
           03 ATR-DIAS PIC 9(5).
           03 ATR-VALOR-COM-JUROS PIC 9(7)V9(2).
       FD  RELATORIO-ALOCACAO.
       01  REG-ALOCACAO PIC X(90).
       FD  DESCONTOS-PEND.
      *----Mesmo layout do REG-DESCONTO-PEND de NegociacaoMesa.cbl
       01  REG-DESCONTO-PEND.
           03 DSC-CTA-ID PIC 9(6).
           03 DSC-VALOR-ATUALIZADO PIC 9(7)V9(2).
           03 DSC-PERCENTUAL PIC 9(2)V9(2).
           03 DSC-VALOR-COM-DESCONTO PIC 9(7)V9(2).
           03 DSC-OPERADOR PIC X(10).
           03 DSC-DATA PIC 9(8).
           03 DSC-STATUS PIC X(1).
               88 DSC-PENDENTE VALUE 'P'.
               88 DSC-APROVADO VALUE 'A'.
               88 DSC-RECUSADO VALUE 'R'.
               88 DSC-QUITADO VALUE 'Q'.
               88 DSC-REVOGADO VALUE 'X'.
       FD  MOVIMENTO-DESCONTO.
       01  REG-MOVIMENTO-DESCONTO.
           03 DMV-DATA PIC 9(8).
           03 DMV-CTA-ID PIC 9(6).
           03 DMV-VALOR PIC 9(7)V9(2).
           03 DMV-OPERADOR PIC X(10).
       FD  PERDAS.
      *----Mesmo layout do REG-PERDA de BaixaPerdas.cbl
       01  REG-PERDA.
           03 PRD-CTA-ID PIC 9(6).
           03 PRD-CLIENTE PIC 9(6).
           03 PRD-FAIXA PIC 9(1).
           03 PRD-VALOR-ATUALIZADO PIC 9(7)V9(2).
           03 PRD-DATA-BAIXA PIC 9(8).
           03 PRD-APROVADOR PIC X(10).
      *----Recuperacao ligada a baixa de origem pela conta e pela
      *----data da baixa no LOSSES
       FD  RECUPERACOES.
       01  REG-RECUPERACAO.
           03 RCP-DATA PIC 9(8).
           03 RCP-CTA-ID PIC 9(6).
           03 RCP-CLIENTE PIC 9(6).
           03 RCP-DATA-BAIXA PIC 9(8).
           03 RCP-VALOR-BAIXADO PIC 9(7)V9(2).
           03 RCP-VALOR PIC 9(7)V9(2).
       FD  ENCARGOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegEncargo.
       FD  MOVIMENTO-ENCARGO.
      *----Mesmo layout gravado pelo EncargosPosta.cbl
       01  REG-MOVIMENTO-ENCARGO.
           03 EMC-DATA PIC 9(8).
           03 EMC-CTA-ID PIC 9(6).
           03 EMC-TIPO PIC X(1).
           03 EMC-CORRECAO PIC 9(7)V9(2).
           03 EMC-JUROS PIC 9(7)V9(2).
       FD  CHECKPOINT.
       01  REG-CHECKPOINT.
           03 CKPT-CONTADOR PIC 9(6).
      *----Conta do ultimo pagamento concluido: na retomada confere
      *----que o PAGTOS e o mesmo da rodada interrompida
           03 CKPT-ULTIMA-CONTA PIC 9(6).
           03 CKPT-CONTADORES PIC X(83).
       COPY AuditJournalFD.
       COPY RunControleFD.
       COPY MovContaFD.
       WORKING-STORAGE SECTION.
       01  FS-ACCOUNTS PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FS-DESCONTOS PIC X(2).
       01  FS-PERDAS PIC X(2).
       01  FS-ENCARGOS PIC X(2).
       01  FIM-PAGAMENTOS PIC X VALUE 'N'.
       01  FS-CHECKPOINT PIC X(2).
       01  CONTADOR-PAGAMENTOS PIC 9(6) VALUE 0.
       01  IDX-SKIP PIC 9(6).
      *----Quantos pagamentos pular na retomada e a conta esperada no
      *----ultimo deles, congelados na leitura do checkpoint
       01  REGISTROS-A-PULAR PIC 9(6) VALUE 0.
       01  ULTIMA-CONTA-CKPT PIC 9(6) VALUE 0.
       01  RETOMADA PIC X VALUE 'N'.
       01  VALOR-DESCONTO PIC 9(7)V9(2).
      *----Encargo lancado que o desconto perdoa: juros primeiro,
      *----depois a correcao
       01  VALOR-ESTORNO PIC 9(7)V9(2).
       01  ESTORNO-JUROS PIC 9(7)V9(2).
       01  ESTORNO-CORRECAO PIC 9(7)V9(2).
      *----Baixas do LOSSES em memoria; a conta baixada duas vezes
      *----fica com a baixa mais recente
       01  QTD-PERDAS PIC 9(4) VALUE 0.
       01  IDX-PERDA PIC 9(4).
       01  PERDA-ACHADA PIC 9(4).
       01  TAB-PERDA OCCURS 5000 TIMES.
           03 TPR-CTA-ID PIC 9(6).
           03 TPR-CLIENTE PIC 9(6).
           03 TPR-DATA-BAIXA PIC 9(8).
           03 TPR-VALOR PIC 9(7)V9(2).
       01  DEBITO-ABERTO PIC S9(8)V9(2).
       01  VALOR-ANTES-ED PIC -(7)9,99.
       01  VALOR-DEPOIS-ED PIC -(7)9,99.
       01  MOTIVO-SUSPENSO PIC X(30).
       01  FS-ATRASADAS PIC X(2).
       01  FIM-ATRASADAS PIC X.
      *----Contas em atraso em memoria, com o dono de cada uma
       01  QTD-ATRASOS PIC 9(4) VALUE 0.
       01  IDX-ATRASO PIC 9(4).
       01  TAB-ATRASO OCCURS 2000 TIMES.
           03 ATZ-CTA-ID PIC 9(6).
           03 ATZ-CLIENTE PIC 9(6).
      *----Reparticao do pagamento a maior: a parte da propria
      *----conta, a sobra que corre pelas outras contas do cliente
      *----(vencimento mais antigo primeiro) e o credito da vez
       01  VALOR-NA-CONTA PIC 9(7)V9(2).
       01  SOBRA-PAGAMENTO PIC 9(7)V9(2).
       01  VALOR-CREDITAR PIC 9(7)V9(2).
       01  CLIENTE-PAGADOR PIC 9(6).
       01  REFERENCIA-CREDITO PIC X(20).
       01  DESTINACAO-CREDITO PIC X(26).
       01  QTD-DESTINOS PIC 9(2).
       01  IDX-DESTINO PIC 9(2).
       01  DESTINO-ESCOLHIDO PIC 9(2).
       01  TAB-DESTINO OCCURS 50 TIMES.
           03 DST-CTA-ID PIC 9(6).
           03 DST-VENCIMENTO PIC 9(8).
           03 DST-USADO PIC X(1).
      *----Contagens e totais da rodada, agrupados para viajarem no
      *----checkpoint e o resumo fechar mesmo depois de uma retomada
       01  CONTADORES.
           03 QTD-APLICADOS PIC 9(4) VALUE 0.
           03 QTD-SUSPENSOS PIC 9(4) VALUE 0.
           03 QTD-A-MAIOR PIC 9(4) VALUE 0.
           03 QTD-REPASSES PIC 9(4) VALUE 0.
           03 TOTAL-REPASSADO PIC 9(9)V9(2) VALUE 0.
           03 TOTAL-A-RESTITUIR PIC 9(9)V9(2) VALUE 0.
           03 QTD-DESCONTOS PIC 9(4) VALUE 0.
           03 TOTAL-DESCONTOS PIC 9(9)V9(2) VALUE 0.
      *----Encargo lancado que o desconto perdoou e foi estornado
           03 QTD-ESTORNOS-ENCARGO PIC 9(4) VALUE 0.
           03 TOTAL-ESTORNOS-ENCARGO PIC 9(9)V9(2) VALUE 0.
           03 QTD-RECUPERADOS PIC 9(4) VALUE 0.
           03 TOTAL-RECUPERADO PIC 9(9)V9(2) VALUE 0.
       01  LINHA-ALOCACAO.
           03 LA-PAG-CTA-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LA-PAG-DATA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LA-PAG-VALOR PIC -(7)9,99.
           03 FILLER PIC X(4) VALUE ' -> '.
           03 LA-DESTINO PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LA-VALOR PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LA-DESTINACAO PIC X(26).
       01  LINHA-RESUMO PIC X(90).
       PROCEDURE DIVISION.
      *----Controle de execucao na largada e no fim, como os demais
      *----batches: e ele que o porteiro de pre-requisitos confere
      *----antes de deixar o ContasAtraso rodar
      *----A retomada de checkpoint entra no RUNCTL com o final
      *----RETOMADA e os pagamentos ja baixados antes da queda, para
      *----o OperacaoRelatorio mostrar que a rodada foi retomada
           PERFORM 9000-RESTAURAR-CHECKPOINT
           OPEN EXTEND RUN-CONTROLE
           MOVE 'PAGAMENTOSPOSTA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           IF RETOMADA = 'S'
               MOVE REGISTROS-A-PULAR TO RUN-LIDOS
               MOVE 'RETOMADA' TO RUN-FINAL
           ELSE
               MOVE 'INICIO' TO RUN-FINAL
           END-IF
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN INPUT PAGAMENTOS
           PERFORM 9050-PULAR-PROCESSADOS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'PAGAMENTOSPOSTA' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           OPEN I-O ACCOUNTS
           OPEN I-O MOV-CONTA
      *----EXTEND: a suspensao acumula entre as rodadas ate a mesa
      *----de resolucao dar um destino a cada item
           OPEN EXTEND SUSPENSOS
           OPEN I-O DESCONTOS-PEND
           OPEN EXTEND MOVIMENTO-DESCONTO
           OPEN EXTEND RECUPERACOES
           OPEN I-O ENCARGOS
           OPEN EXTEND MOVIMENTO-ENCARGO
           PERFORM 0100-CARREGAR-ATRASADAS
           PERFORM 0200-CARREGAR-PERDAS
      *----Na retomada o relatorio reabre em EXTEND para as linhas ja
      *----gravadas antes da queda nao se perderem nem duplicarem
           IF RETOMADA = 'S'
               OPEN EXTEND RELATORIO-ALOCACAO
           ELSE
               OPEN OUTPUT RELATORIO-ALOCACAO
               MOVE 'ALOCACAO DOS PAGAMENTOS DO DIA' TO REG-ALOCACAO
               WRITE REG-ALOCACAO
               MOVE 'CONTA   DATA       PAGAMENTO     CONTA   VALOR'
                   TO REG-ALOCACAO
               WRITE REG-ALOCACAO
           END-IF
           PERFORM UNTIL FIM-PAGAMENTOS = 'S'
               READ PAGAMENTOS
                   AT END
                       MOVE 'S' TO FIM-PAGAMENTOS
                   NOT AT END
                       PERFORM 2000-APLICAR-PAGAMENTO
                       ADD 1 TO CONTADOR-PAGAMENTOS
                       PERFORM 9100-GRAVAR-CHECKPOINT
               END-READ
           END-PERFORM
           DISPLAY 'Pagamentos aplicados: ' QTD-APLICADOS
           DISPLAY 'Pagamentos suspensos: ' QTD-SUSPENSOS
           DISPLAY 'Pagamentos a maior:   ' QTD-A-MAIOR
           DISPLAY 'Quitacoes com desconto: ' QTD-DESCONTOS
           DISPLAY 'Recuperacoes de perda: ' QTD-RECUPERADOS
           DISPLAY 'Estornos de encargo:  ' QTD-ESTORNOS-ENCARGO
           PERFORM 3000-GRAVAR-RESUMO
           COMPUTE RUN-LIDOS = QTD-APLICADOS + QTD-SUSPENSOS
               + QTD-RECUPERADOS
           COMPUTE RUN-GRAVADOS = QTD-APLICADOS + QTD-RECUPERADOS
           MOVE QTD-SUSPENSOS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           PERFORM 9200-REMOVER-CHECKPOINT
           CLOSE PAGAMENTOS
           CLOSE ACCOUNTS
           CLOSE MOV-CONTA
           CLOSE SUSPENSOS
           CLOSE DESCONTOS-PEND
           CLOSE MOVIMENTO-DESCONTO
           CLOSE RECUPERACOES
           CLOSE ENCARGOS
           CLOSE MOVIMENTO-ENCARGO
           CLOSE RELATORIO-ALOCACAO
           CLOSE AUDIT-JOURNAL
           STOP RUN.

      *----Contas em atraso da rodada anterior; sem a interface a
      *----sobra nao tem para onde correr e fica toda como credito
       0100-CARREGAR-ATRASADAS.
           MOVE 'N' TO FIM-ATRASADAS
           OPEN INPUT ATRASADAS
           IF FS-ATRASADAS NOT = '00'
               MOVE 'S' TO FIM-ATRASADAS
           END-IF
           PERFORM UNTIL FIM-ATRASADAS = 'S'
               READ ATRASADAS
                   AT END
                       MOVE 'S' TO FIM-ATRASADAS
                   NOT AT END
                       IF QTD-ATRASOS < 2000
                           ADD 1 TO QTD-ATRASOS
                           MOVE ATR-CTA-ID TO ATZ-CTA-ID(QTD-ATRASOS)
                           MOVE ATR-CLIENTE
                               TO ATZ-CLIENTE(QTD-ATRASOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATRASADAS.

      *----Baixas de perda de todas as rodadas do BaixaPerdas
       0200-CARREGAR-PERDAS.
           MOVE 'N' TO FIM-ATRASADAS
           OPEN INPUT PERDAS
           IF FS-PERDAS NOT = '00'
               MOVE 'S' TO FIM-ATRASADAS
           END-IF
           PERFORM UNTIL FIM-ATRASADAS = 'S'
               READ PERDAS
                   AT END
                       MOVE 'S' TO FIM-ATRASADAS
                   NOT AT END
                       PERFORM 0210-GUARDAR-PERDA
               END-READ
           END-PERFORM
           CLOSE PERDAS.

       0210-GUARDAR-PERDA.
           MOVE PRD-CTA-ID TO CTA-ID
           PERFORM 2050-LOCALIZAR-PERDA
           IF PERDA-ACHADA = 0
               IF QTD-PERDAS < 5000
                   ADD 1 TO QTD-PERDAS
                   MOVE QTD-PERDAS TO PERDA-ACHADA
               ELSE
                   DISPLAY 'TABELA DE PERDAS CHEIA, BAIXA FORA: '
                       PRD-CTA-ID
               END-IF
           END-IF
           IF PERDA-ACHADA NOT = 0
               MOVE PRD-CTA-ID TO TPR-CTA-ID(PERDA-ACHADA)
               MOVE PRD-CLIENTE TO TPR-CLIENTE(PERDA-ACHADA)
               MOVE PRD-DATA-BAIXA TO TPR-DATA-BAIXA(PERDA-ACHADA)
               MOVE PRD-VALOR-ATUALIZADO TO TPR-VALOR(PERDA-ACHADA)
           END-IF.

      *----Baixa pontual pela chave. Pagamento sem conta no master:
      *----se a conta foi baixada como perda e recuperacao; senao
      *----vai para a suspensao, como antes
       2000-APLICAR-PAGAMENTO.
           MOVE PAG-CTA-ID TO CTA-ID
           READ ACCOUNTS KEY IS CTA-ID
               INVALID KEY
                   PERFORM 2050-LOCALIZAR-PERDA
                   IF PERDA-ACHADA NOT = 0
                       PERFORM 2100-RECUPERAR-PERDA
                   ELSE
                       MOVE 'CONTA NAO ENCONTRADA' TO MOTIVO-SUSPENSO
                       PERFORM 8000-GRAVAR-SUSPENSO
                   END-IF
               NOT INVALID KEY
                   PERFORM 2200-APLICAR-NA-CONTA
           END-READ.

      *----Posicao da conta CTA-ID na tabela de perdas; zero quando
      *----a conta nunca foi baixada
       2050-LOCALIZAR-PERDA.
           MOVE 0 TO PERDA-ACHADA
           PERFORM VARYING IDX-PERDA FROM 1 BY 1
                   UNTIL IDX-PERDA > QTD-PERDAS OR PERDA-ACHADA NOT = 0
               IF TPR-CTA-ID(IDX-PERDA) = CTA-ID
                   MOVE IDX-PERDA TO PERDA-ACHADA
               END-IF
           END-PERFORM.

      *----A conta baixada nao volta ao master nem ao razao: o
      *----pagamento inteiro e receita de recuperacao da perda
       2100-RECUPERAR-PERDA.
           ADD 1 TO QTD-RECUPERADOS
           ADD PAG-VALOR TO TOTAL-RECUPERADO
           MOVE PAG-DATA TO RCP-DATA
           MOVE PAG-CTA-ID TO RCP-CTA-ID
           MOVE TPR-CLIENTE(PERDA-ACHADA) TO RCP-CLIENTE
           MOVE TPR-DATA-BAIXA(PERDA-ACHADA) TO RCP-DATA-BAIXA
           MOVE TPR-VALOR(PERDA-ACHADA) TO RCP-VALOR-BAIXADO
           MOVE PAG-VALOR TO RCP-VALOR
           WRITE REG-RECUPERACAO
           MOVE 'RECUPERACAO-PERDA' TO AUDIT-ACAO
           MOVE SPACES TO AUDIT-VALOR-ANTES
           STRING PAG-CTA-ID DELIMITED BY SIZE
               ' BAIXA ' DELIMITED BY SIZE
               RCP-DATA-BAIXA DELIMITED BY SIZE
               INTO AUDIT-VALOR-ANTES
           MOVE PAG-VALOR TO VALOR-DEPOIS-ED
           MOVE VALOR-DEPOIS-ED TO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           MOVE PAG-CTA-ID TO LA-PAG-CTA-ID
           MOVE PAG-DATA TO LA-PAG-DATA
           MOVE PAG-VALOR TO LA-PAG-VALOR
           MOVE PAG-CTA-ID TO LA-DESTINO
           MOVE PAG-VALOR TO LA-VALOR
           MOVE 'RECUPERACAO DE PERDA' TO LA-DESTINACAO
           MOVE LINHA-ALOCACAO TO REG-ALOCACAO
           WRITE REG-ALOCACAO.

      *----Pagamento ate o debito em aberto baixa inteiro na conta;
      *----o pagamento a maior e repartido pelo 2300
       2200-APLICAR-NA-CONTA.
           COMPUTE DEBITO-ABERTO = CTA-DEBITO - CTA-CREDITO
           ADD 1 TO QTD-APLICADOS
           IF PAG-VALOR GREATER DEBITO-ABERTO
               PERFORM 2300-REPARTIR-A-MAIOR
           ELSE
               MOVE PAG-VALOR TO VALOR-CREDITAR
               MOVE 'PAGTOS' TO REFERENCIA-CREDITO
               MOVE 'PROPRIA CONTA' TO DESTINACAO-CREDITO
               PERFORM 2800-CREDITAR-CONTA
               IF PAG-VALOR LESS DEBITO-ABERTO
                   PERFORM 2700-CONFERIR-DESCONTO
               END-IF
           END-IF.

      *----Pagamento que cobre a quitacao aprovada fecha a conta: o
      *----que ainda resta do debito sai como desconto negociado, e
      *----o pedido fica quitado para nao valer uma segunda vez
       2700-CONFERIR-DESCONTO.
           IF FS-DESCONTOS = '00' OR FS-DESCONTOS = '05'
               MOVE CTA-ID TO DSC-CTA-ID
               READ DESCONTOS-PEND KEY IS DSC-CTA-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSC-APROVADO AND
                               PAG-VALOR NOT LESS
                               DSC-VALOR-COM-DESCONTO
                           PERFORM 2750-BAIXAR-DESCONTO
                       END-IF
               END-READ
           END-IF.

       2750-BAIXAR-DESCONTO.
           COMPUTE VALOR-DESCONTO = CTA-DEBITO - CTA-CREDITO
           MOVE CTA-CREDITO TO VALOR-ANTES-ED
           PERFORM 2760-ESTORNAR-ENCARGOS
           ADD VALOR-DESCONTO TO CTA-CREDITO
           REWRITE REG-CONTA
           SET DSC-QUITADO TO TRUE
           REWRITE REG-DESCONTO-PEND
           IF VALOR-DESCONTO GREATER 0
               MOVE CTA-ID TO MVC-CTA-ID
               MOVE PAG-DATA TO MVC-DATA
               MOVE 'PAGAMENTOSPOSTA' TO MVC-PROGRAMA
               SET MVC-DESCONTO TO TRUE
               SET MVC-CREDITO TO TRUE
               MOVE VALOR-DESCONTO TO MVC-VALOR
               MOVE DSC-OPERADOR TO MVC-REFERENCIA
               PERFORM 9750-GRAVAR-MOV-CONTA
               MOVE PAG-DATA TO DMV-DATA
               MOVE CTA-ID TO DMV-CTA-ID
               MOVE VALOR-DESCONTO TO DMV-VALOR
               MOVE DSC-OPERADOR TO DMV-OPERADOR
               WRITE REG-MOVIMENTO-DESCONTO
               ADD 1 TO QTD-DESCONTOS
               ADD VALOR-DESCONTO TO TOTAL-DESCONTOS
           END-IF
           MOVE 'DESCONTO-QUITACAO' TO AUDIT-ACAO
           MOVE SPACES TO AUDIT-VALOR-ANTES
           STRING CTA-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VALOR-ANTES-ED DELIMITED BY SIZE
               INTO AUDIT-VALOR-ANTES
           MOVE CTA-CREDITO TO VALOR-DEPOIS-ED
           MOVE VALOR-DEPOIS-ED TO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           MOVE PAG-CTA-ID TO LA-PAG-CTA-ID
           MOVE PAG-DATA TO LA-PAG-DATA
           MOVE PAG-VALOR TO LA-PAG-VALOR
           MOVE CTA-ID TO LA-DESTINO
           MOVE VALOR-DESCONTO TO LA-VALOR
           MOVE 'DESCONTO NEGOCIADO' TO LA-DESTINACAO
           IF VALOR-DESCONTO GREATER 0
               MOVE LINHA-ALOCACAO TO REG-ALOCACAO
               WRITE REG-ALOCACAO
           END-IF.

      *----O perdao alcanca primeiro o encargo de atraso ja lancado
      *----no debito: essa parte volta como credito de estorno do
      *----encargo, com o seu movimento para a contabilidade, e sai
      *----do VALOR-DESCONTO; o ciclo do ENCARGOS fica liquido dele
       2760-ESTORNAR-ENCARGOS.
           MOVE 0 TO VALOR-ESTORNO
           MOVE 0 TO ESTORNO-JUROS
           MOVE 0 TO ESTORNO-CORRECAO
           IF FS-ENCARGOS = '00' OR FS-ENCARGOS = '05'
               MOVE CTA-ID TO ENC-CTA-ID
               READ ENCARGOS KEY IS ENC-CTA-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ENC-JUROS-CICLO LESS VALOR-DESCONTO
                           MOVE ENC-JUROS-CICLO TO ESTORNO-JUROS
                       ELSE
                           MOVE VALOR-DESCONTO TO ESTORNO-JUROS
                       END-IF
                       COMPUTE VALOR-ESTORNO =
                           VALOR-DESCONTO - ESTORNO-JUROS
                       IF ENC-CORRECAO-CICLO LESS VALOR-ESTORNO
                           MOVE ENC-CORRECAO-CICLO
                               TO ESTORNO-CORRECAO
                       ELSE
                           MOVE VALOR-ESTORNO TO ESTORNO-CORRECAO
                       END-IF
                       COMPUTE VALOR-ESTORNO =
                           ESTORNO-JUROS + ESTORNO-CORRECAO
               END-READ
           END-IF
           IF VALOR-ESTORNO GREATER 0
               SUBTRACT VALOR-ESTORNO FROM VALOR-DESCONTO
               ADD VALOR-ESTORNO TO CTA-CREDITO
               SUBTRACT ESTORNO-JUROS FROM ENC-JUROS-CICLO
               SUBTRACT ESTORNO-CORRECAO FROM ENC-CORRECAO-CICLO
               SUBTRACT VALOR-ESTORNO FROM ENC-TOTAL-LANCADO
               MOVE PAG-DATA TO ENC-DATA-ATUALIZACAO
               REWRITE REG-ENCARGO
               MOVE CTA-ID TO MVC-CTA-ID
               MOVE PAG-DATA TO MVC-DATA
               MOVE 'PAGAMENTOSPOSTA' TO MVC-PROGRAMA
               SET MVC-ESTORNO-ENCARGOS TO TRUE
               SET MVC-CREDITO TO TRUE
               MOVE VALOR-ESTORNO TO MVC-VALOR
               MOVE DSC-OPERADOR TO MVC-REFERENCIA
               PERFORM 9750-GRAVAR-MOV-CONTA
               MOVE PAG-DATA TO EMC-DATA
               MOVE CTA-ID TO EMC-CTA-ID
               MOVE 'E' TO EMC-TIPO
               MOVE ESTORNO-CORRECAO TO EMC-CORRECAO
               MOVE ESTORNO-JUROS TO EMC-JUROS
               WRITE REG-MOVIMENTO-ENCARGO
               ADD 1 TO QTD-ESTORNOS-ENCARGO
               ADD VALOR-ESTORNO TO TOTAL-ESTORNOS-ENCARGO
               MOVE 'ESTORNO-ENCARGOS' TO AUDIT-ACAO
               MOVE CTA-ID TO AUDIT-VALOR-ANTES
               MOVE VALOR-ESTORNO TO VALOR-DEPOIS-ED
               MOVE VALOR-DEPOIS-ED TO AUDIT-VALOR-DEPOIS
               PERFORM 9900-GRAVAR-AUDITORIA
               MOVE PAG-CTA-ID TO LA-PAG-CTA-ID
               MOVE PAG-DATA TO LA-PAG-DATA
               MOVE PAG-VALOR TO LA-PAG-VALOR
               MOVE CTA-ID TO LA-DESTINO
               MOVE VALOR-ESTORNO TO LA-VALOR
               MOVE 'ESTORNO DE ENCARGOS' TO LA-DESTINACAO
               MOVE LINHA-ALOCACAO TO REG-ALOCACAO
               WRITE REG-ALOCACAO
           END-IF.

      *----A parte que cabe no debito da propria conta baixa nela;
      *----a sobra corre pelas outras contas em atraso do mesmo
      *----cliente, vencimento mais antigo primeiro, e so o que
      *----ainda sobrar fica como credito na conta paga - credito
      *----maior que debito e o que o ReembolsoGera restitui
       2300-REPARTIR-A-MAIOR.
           ADD 1 TO QTD-A-MAIOR
           MOVE 0 TO VALOR-NA-CONTA
           IF DEBITO-ABERTO GREATER 0
               MOVE DEBITO-ABERTO TO VALOR-NA-CONTA
           END-IF
           COMPUTE SOBRA-PAGAMENTO = PAG-VALOR - VALOR-NA-CONTA
           MOVE CTA-CLIENTE TO CLIENTE-PAGADOR
           IF VALOR-NA-CONTA GREATER 0
               MOVE VALOR-NA-CONTA TO VALOR-CREDITAR
               MOVE 'PAGTOS' TO REFERENCIA-CREDITO
               MOVE 'PROPRIA CONTA' TO DESTINACAO-CREDITO
               PERFORM 2800-CREDITAR-CONTA
           END-IF
           IF CLIENTE-PAGADOR NOT = 0
               PERFORM 2400-MONTAR-DESTINOS
               MOVE 1 TO DESTINO-ESCOLHIDO
               PERFORM UNTIL SOBRA-PAGAMENTO = 0 OR
                       DESTINO-ESCOLHIDO = 0
                   PERFORM 2500-ESCOLHER-MAIS-ANTIGO
                   IF DESTINO-ESCOLHIDO NOT = 0
                       PERFORM 2600-REPASSAR-SOBRA
                   END-IF
               END-PERFORM
           END-IF
           IF SOBRA-PAGAMENTO GREATER 0
               MOVE PAG-CTA-ID TO CTA-ID
               READ ACCOUNTS KEY IS CTA-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SOBRA-PAGAMENTO TO VALOR-CREDITAR
                       MOVE 'PAGTOS A MAIOR' TO REFERENCIA-CREDITO
                       MOVE 'CREDITO A RESTITUIR'
                           TO DESTINACAO-CREDITO
                       PERFORM 2800-CREDITAR-CONTA
                       ADD SOBRA-PAGAMENTO TO TOTAL-A-RESTITUIR
               END-READ
           END-IF.

      *----Candidatas: as outras contas do cliente na interface de
      *----atraso que ainda tem debito em aberto no master agora
       2400-MONTAR-DESTINOS.
           MOVE 0 TO QTD-DESTINOS
           PERFORM VARYING IDX-ATRASO FROM 1 BY 1
                   UNTIL IDX-ATRASO > QTD-ATRASOS
               IF ATZ-CLIENTE(IDX-ATRASO) = CLIENTE-PAGADOR AND
                       ATZ-CTA-ID(IDX-ATRASO) NOT = PAG-CTA-ID
                   MOVE ATZ-CTA-ID(IDX-ATRASO) TO CTA-ID
                   READ ACCOUNTS KEY IS CTA-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CTA-DEBITO GREATER CTA-CREDITO AND
                                   QTD-DESTINOS < 50
                               ADD 1 TO QTD-DESTINOS
                               MOVE CTA-ID
                                   TO DST-CTA-ID(QTD-DESTINOS)
                               MOVE CTA-VENCIMENTO
                                   TO DST-VENCIMENTO(QTD-DESTINOS)
                               MOVE 'N' TO DST-USADO(QTD-DESTINOS)
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      *----Proxima candidata ainda nao usada com o vencimento mais
      *----antigo; zero quando nao sobra nenhuma
       2500-ESCOLHER-MAIS-ANTIGO.
           MOVE 0 TO DESTINO-ESCOLHIDO
           PERFORM VARYING IDX-DESTINO FROM 1 BY 1
                   UNTIL IDX-DESTINO > QTD-DESTINOS
               IF DST-USADO(IDX-DESTINO) = 'N'
                   IF DESTINO-ESCOLHIDO = 0
                       MOVE IDX-DESTINO TO DESTINO-ESCOLHIDO
                   ELSE
                       IF DST-VENCIMENTO(IDX-DESTINO) LESS
                               DST-VENCIMENTO(DESTINO-ESCOLHIDO)
                           MOVE IDX-DESTINO TO DESTINO-ESCOLHIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2600-REPASSAR-SOBRA.
           MOVE 'S' TO DST-USADO(DESTINO-ESCOLHIDO)
           MOVE DST-CTA-ID(DESTINO-ESCOLHIDO) TO CTA-ID
           READ ACCOUNTS KEY IS CTA-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE DEBITO-ABERTO = CTA-DEBITO - CTA-CREDITO
                   IF DEBITO-ABERTO GREATER 0
                       IF SOBRA-PAGAMENTO GREATER DEBITO-ABERTO
                           MOVE DEBITO-ABERTO TO VALOR-CREDITAR
                       ELSE
                           MOVE SOBRA-PAGAMENTO TO VALOR-CREDITAR
                       END-IF
                       MOVE SPACES TO REFERENCIA-CREDITO
                       STRING 'SOBRA DA ' DELIMITED BY SIZE
                           PAG-CTA-ID DELIMITED BY SIZE
                           INTO REFERENCIA-CREDITO
                       MOVE 'SOBRA EM OUTRA CONTA'
                           TO DESTINACAO-CREDITO
                       PERFORM 2800-CREDITAR-CONTA
                       SUBTRACT VALOR-CREDITAR FROM SOBRA-PAGAMENTO
                       ADD 1 TO QTD-REPASSES
                       ADD VALOR-CREDITAR TO TOTAL-REPASSADO
                   END-IF
           END-READ.

      *----Credito de VALOR-CREDITAR na conta lida em REG-CONTA:
      *----regrava, lanca no razao, journala e sai na alocacao
       2800-CREDITAR-CONTA.
           MOVE CTA-CREDITO TO VALOR-ANTES-ED
           ADD VALOR-CREDITAR TO CTA-CREDITO
           REWRITE REG-CONTA
      *----Cada credito aplicado vira uma linha do razao MOVCONTA
           MOVE CTA-ID TO MVC-CTA-ID
           MOVE PAG-DATA TO MVC-DATA
           MOVE 'PAGAMENTOSPOSTA' TO MVC-PROGRAMA
           SET MVC-PAGAMENTO TO TRUE
           SET MVC-CREDITO TO TRUE
           MOVE VALOR-CREDITAR TO MVC-VALOR
           MOVE REFERENCIA-CREDITO TO MVC-REFERENCIA
           PERFORM 9750-GRAVAR-MOV-CONTA
      *----Baixa registrada no journal: a conta e o credito antes e
      *----depois, para a auditoria saber de quem foi a baixa
           MOVE 'BAIXA-PAGAMENTO' TO AUDIT-ACAO
           MOVE SPACES TO AUDIT-VALOR-ANTES
           STRING CTA-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VALOR-ANTES-ED DELIMITED BY SIZE
               INTO AUDIT-VALOR-ANTES
           MOVE CTA-CREDITO TO VALOR-DEPOIS-ED
           MOVE VALOR-DEPOIS-ED TO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           MOVE PAG-CTA-ID TO LA-PAG-CTA-ID
           MOVE PAG-DATA TO LA-PAG-DATA
           MOVE PAG-VALOR TO LA-PAG-VALOR
           MOVE CTA-ID TO LA-DESTINO
           MOVE VALOR-CREDITAR TO LA-VALOR
           MOVE DESTINACAO-CREDITO TO LA-DESTINACAO
           MOVE LINHA-ALOCACAO TO REG-ALOCACAO
           WRITE REG-ALOCACAO.

       3000-GRAVAR-RESUMO.
           MOVE SPACES TO REG-ALOCACAO
           WRITE REG-ALOCACAO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Pagamentos a maior: "==
                         ==VALOR==   BY ==QTD-A-MAIOR==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-ALOCACAO
           WRITE REG-ALOCACAO
           MOVE SPACES TO LINHA-RESUMO
           MOVE TOTAL-REPASSADO TO VALOR-DEPOIS-ED
           STRING 'Repasses a outras contas: ' DELIMITED BY SIZE
               QTD-REPASSES DELIMITED BY SIZE
               '  total ' DELIMITED BY SIZE
               VALOR-DEPOIS-ED DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-ALOCACAO
           WRITE REG-ALOCACAO
           MOVE SPACES TO LINHA-RESUMO
           MOVE TOTAL-A-RESTITUIR TO VALOR-DEPOIS-ED
           STRING 'Credito a restituir: ' DELIMITED BY SIZE
               VALOR-DEPOIS-ED DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-ALOCACAO
           WRITE REG-ALOCACAO
           MOVE SPACES TO LINHA-RESUMO
           MOVE TOTAL-DESCONTOS TO VALOR-DEPOIS-ED
           STRING 'Descontos negociados baixados: ' DELIMITED BY SIZE
               QTD-DESCONTOS DELIMITED BY SIZE
               '  total ' DELIMITED BY SIZE
               VALOR-DEPOIS-ED DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-ALOCACAO
           WRITE REG-ALOCACAO
           MOVE SPACES TO LINHA-RESUMO
           MOVE TOTAL-ESTORNOS-ENCARGO TO VALOR-DEPOIS-ED
           STRING 'Encargos perdoados estornados: ' DELIMITED BY SIZE
               QTD-ESTORNOS-ENCARGO DELIMITED BY SIZE
               '  total ' DELIMITED BY SIZE
               VALOR-DEPOIS-ED DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-ALOCACAO
           WRITE REG-ALOCACAO
           MOVE SPACES TO LINHA-RESUMO
           MOVE TOTAL-RECUPERADO TO VALOR-DEPOIS-ED
           STRING 'Recuperacoes de perda: ' DELIMITED BY SIZE
               QTD-RECUPERADOS DELIMITED BY SIZE
               '  total ' DELIMITED BY SIZE
               VALOR-DEPOIS-ED DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-ALOCACAO
           WRITE REG-ALOCACAO.

       8000-GRAVAR-SUSPENSO.
           ADD 1 TO QTD-SUSPENSOS
           MOVE SPACES TO REG-SUSPENSO
           SET SUS-ABERTO TO TRUE
           WRITE REG-SUSPENSO.

      *----Le o checkpoint da execucao anterior, se existir, e
      *----restaura os totais da rodada interrompida
       9000-RESTAURAR-CHECKPOINT.
           OPEN INPUT CHECKPOINT
           IF FS-CHECKPOINT = '00'
               READ CHECKPOINT
                   NOT AT END
                       MOVE CKPT-CONTADOR TO CONTADOR-PAGAMENTOS
                       MOVE CKPT-CONTADOR TO REGISTROS-A-PULAR
                       MOVE CKPT-ULTIMA-CONTA TO ULTIMA-CONTA-CKPT
                       MOVE CKPT-CONTADORES TO CONTADORES
                       MOVE 'S' TO RETOMADA
                       DISPLAY 'Checkpoint anterior restaurado, pagam'
                           'entos ja baixados: ' CONTADOR-PAGAMENTOS
               END-READ
           END-IF
           CLOSE CHECKPOINT.

      *----Pula os pagamentos ja baixados antes da queda. O ultimo
      *----pulado tem de ser da conta guardada no checkpoint: PAGTOS
      *----diferente do da rodada interrompida recusa a retomada,
      *----senao a posicao apontaria para outros pagamentos
       9050-PULAR-PROCESSADOS.
           MOVE 0 TO PAG-CTA-ID
           PERFORM VARYING IDX-SKIP FROM 1 BY 1
                   UNTIL IDX-SKIP > REGISTROS-A-PULAR
                   OR FIM-PAGAMENTOS = 'S'
               READ PAGAMENTOS
                   AT END
                       MOVE 'S' TO FIM-PAGAMENTOS
               END-READ
           END-PERFORM
           IF RETOMADA = 'S' AND
                   (FIM-PAGAMENTOS = 'S' OR
                    PAG-CTA-ID NOT = ULTIMA-CONTA-CKPT)
               DISPLAY 'CHECKPOINT NAO CONFERE COM O PAGTOS: CONTA '
                   ULTIMA-CONTA-CKPT ' NA POSICAO ' REGISTROS-A-PULAR
                   ', RETOMADA RECUSADA'
               MOVE 'F' TO RUN-EVENTO
               MOVE 'RECUSADO' TO RUN-FINAL
               PERFORM 9800-GRAVAR-RUN-CONTROLE
               CLOSE RUN-CONTROLE
               CLOSE PAGAMENTOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----Regrava o checkpoint apos cada pagamento concluido
       9100-GRAVAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT
           MOVE CONTADOR-PAGAMENTOS TO CKPT-CONTADOR
           MOVE PAG-CTA-ID TO CKPT-ULTIMA-CONTA
           MOVE CONTADORES TO CKPT-CONTADORES
           WRITE REG-CHECKPOINT
           CLOSE CHECKPOINT.

      *----Fim de job normal: o checkpoint sai de cena vazio para a
      *----proxima rodada comecar do inicio do PAGTOS novo
       9200-REMOVER-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT
           CLOSE CHECKPOINT.

       COPY GravarAuditoria.

       COPY GravarRunControle.

       COPY GravarMovConta.
       END PROGRAM PagamentosPosta.
