      * Purpose: Aplica a faixa de atraso de CondiçõesConca.cob contra
      *          um arquivo real de contas, em vez de uma unica conta
      *          fixa no fonte.
      *          Cada conta atrasada fora de acordo sai tambem no
      *          ENCAPUR com a correcao e os juros apurados no dia,
      *          de onde o EncargosPosta lanca no fim do mes o encargo
      *          no debito da conta; o encargo ja lancado (ENCARGOS)
      *          sai da base, para os juros nao correrem sobre ele.
      *          Sem a baixa de pagamentos do dia termina com
      *          RETURN-CODE 8, que o job RECEB01 testa para nao gerar
      *          cartas, remessa e negativacao sobre o aging velho.
      *          Checkpoint ATRBCKPT a cada conta concluida, com a
      *          ultima conta e os contadores: depois de um abend a
      *          rodada seguinte retoma da conta seguinte com as saidas
      *          em EXTEND, sem duplicar ATRASADAS, ENCAPUR e os
      *          relatorios, e marca a retomada no RUNCTL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContasAtraso.
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
      *----Contas orfas (sem numero de cliente ou com numero que nao
      *----existe no cadastro), para o mutirao de limpeza de dados
           SELECT RELATORIO-ORFAOS ASSIGN TO "ORFAOSRP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Interface das contas que cairam em faixa de atraso, uma por
      *----linha, consumida pela geracao de cartas de cobranca e pelo
      *----provisionamento
           SELECT ATRASADAS ASSIGN TO "ATRASADA"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Acordos de parcelamento mantidos pelo AcordoManutencao: uma
      *----conta com acordo ativo envelhece so pelas parcelas em
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Tabela de indices mensais de correcao monetaria (IGP-M/
      *----IPCA), mantida pelo IndiceManutencao
           SELECT OPTIONAL INDICES ASSIGN TO "INDICECF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INDICES.
           SELECT RELATORIO-ATRASO ASSIGN TO "ATRASORP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Encargos ja lancados no debito pelo EncargosPosta
           SELECT OPTIONAL ENCARGOS ASSIGN TO "ENCARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-CTA-ID
               FILE STATUS IS FS-ENCARGOS.
      *----Correcao e juros apurados hoje por conta, para o
      *----lancamento de fim de mes do EncargosPosta
           SELECT APURACAO-ENCARGOS ASSIGN TO "ENCAPUR"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Checkpoint com a ultima conta concluida e os contadores do
      *----resumo, igual ao IMCBatch.cbl: uma conta por checkpoint,
      *----porque as linhas ja gravadas nas saidas sequenciais nao
      *----voltam e um intervalo maior as duplicaria na retomada
           SELECT OPTIONAL CHECKPOINT ASSIGN TO "ATRBCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHECKPOINT.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
       DATA DIVISION.
           03 ATR-FAIXA PIC 9(1).
           03 ATR-DIAS PIC 9(5).
           03 ATR-VALOR-COM-JUROS PIC 9(7)V9(2).
       FD  ENCARGOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegEncargo.
       FD  APURACAO-ENCARGOS.
       01  REG-APURACAO-ENCARGO.
           03 ENP-CTA-ID PIC 9(6).
           03 ENP-DATA-APURACAO PIC 9(8).
      *----Data base da correcao: vencimento efetivo da conta
           03 ENP-DATA-BASE PIC 9(8).
           03 ENP-CORRECAO PIC 9(7)V9(2).
           03 ENP-JUROS PIC 9(7)V9(2).
       FD  CHECKPOINT.
       01  REG-CHECKPOINT.
      *----O ACCOUNTS e lido em ordem de chave: a retomada posiciona
      *----logo depois da ultima conta concluida
           03 CKPT-ULTIMA-CONTA PIC 9(6).
           03 CKPT-CONTADORES PIC X(25).
           03 CKPT-ORFAS PIC 9(5).
       COPY AuditJournalFD.
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-ACCOUNTS PIC X(2).
       01  FS-CLIENTES PIC X(2).
       01  FIM-ACCOUNTS PIC X VALUE 'N'.
       01  FS-CHECKPOINT PIC X(2).
       01  ULTIMA-CONTA-CKPT PIC 9(6) VALUE 0.
       01  RETOMADA PIC X VALUE 'N'.
      *----Nome resolvido do dono da conta, ou o aviso de orfa
       01  NOME-CLIENTE PIC X(20).
       01  FAIXA-ATRASO PIC 9(1).
       01  FS-ACORDOS PIC X(2).
       01  FS-ENCARGOS PIC X(2).
      *----Apuracao do acordo ativo da conta, quando houver
       01  TEM-ACORDO-ATIVO PIC X.
       01  VALOR-PARCELA PIC 9(7)V9(2).
               WHEN 10
                   DISPLAY 'PRE-REQUISITO AUSENTE: PAGAMENTOSPOSTA '
                       'SEM RODADA OK HOJE, AGING NAO RODA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN 20
                   DISPLAY 'AVISO: CONTROLE DE EXECUCAO '
                   FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           PERFORM 0100-CARREGAR-INDICES
      *----A retomada de checkpoint entra no RUNCTL com o final
      *----RETOMADA, para o OperacaoRelatorio mostrar que a rodada
      *----foi retomada
           PERFORM 9000-RESTAURAR-CHECKPOINT
           OPEN EXTEND RUN-CONTROLE
           MOVE 'CONTASATRASO' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           IF RETOMADA = 'S'
               COMPUTE RUN-LIDOS = QTD-EM-DIA + QTD-ATE-30
                   + QTD-31-A-60 + QTD-61-A-90 + QTD-ACIMA-90
               MOVE 'RETOMADA' TO RUN-FINAL
           ELSE
               MOVE 'INICIO' TO RUN-FINAL
           END-IF
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS NOT = '00'
           END-IF
           OPEN INPUT CLIENTES
           OPEN INPUT ACORDOS
           OPEN INPUT ENCARGOS
      *----Na retomada as saidas reabrem em EXTEND para as linhas ja
      *----gravadas antes da queda nao se perderem nem duplicarem
           IF RETOMADA = 'S'
               OPEN EXTEND APURACAO-ENCARGOS
               OPEN EXTEND RELATORIO-ATRASO
               OPEN EXTEND RELATORIO-ORFAOS
               OPEN EXTEND ATRASADAS
               PERFORM 9050-POSICIONAR-CONTA
           ELSE
               OPEN OUTPUT APURACAO-ENCARGOS
               OPEN OUTPUT RELATORIO-ATRASO
               OPEN OUTPUT RELATORIO-ORFAOS
               OPEN OUTPUT ATRASADAS
           END-IF
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'CONTASATRASO' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
                       MOVE 'S' TO FIM-ACCOUNTS
                   NOT AT END
                       PERFORM 1000-CLASSIFICAR-CONTA
                       PERFORM 9100-GRAVAR-CHECKPOINT
               END-READ
           END-PERFORM
           PERFORM 2000-GRAVAR-RESUMO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           PERFORM 9200-REMOVER-CHECKPOINT
           CLOSE ACCOUNTS
           CLOSE CLIENTES
           CLOSE ACORDOS
           CLOSE ENCARGOS
           CLOSE APURACAO-ENCARGOS
           CLOSE RELATORIO-ATRASO
           CLOSE RELATORIO-ORFAOS
           CLOSE ATRASADAS
                   FUNCTION INTEGER-OF-DATE(DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(VENCIMENTO-EFETIVO)
               MOVE CTA-DEBITO TO VALOR-BASE-JUROS
               PERFORM 1060-DESCONTAR-ENCARGOS
               MOVE VENCIMENTO-EFETIVO TO DATA-BASE-CORRECAO
               PERFORM 1200-CLASSIFICAR-FAIXA
           ELSE
               MOVE DIAS-ATRASO TO ATR-DIAS
               MOVE VALOR-COM-JUROS TO ATR-VALOR-COM-JUROS
               WRITE REG-ATRASADA
      *----Conta sob acordo corre pelos termos do acordo: o encargo
      *----so e lancado no caminho normal
               IF TEM-ACORDO-ATIVO = 'N'
                   MOVE CTA-ID TO ENP-CTA-ID
                   MOVE DATA-HOJE TO ENP-DATA-APURACAO
                   MOVE DATA-BASE-CORRECAO TO ENP-DATA-BASE
                   MOVE VALOR-CORRECAO TO ENP-CORRECAO
                   MOVE VALOR-JUROS TO ENP-JUROS
                   WRITE REG-APURACAO-ENCARGO
               END-IF
           END-IF.

      *----Liga a conta ao dono no cadastro CLIENTES; conta sem
               WRITE REG-ORFAO
           END-IF.

      *----O encargo ja lancado no debito pelo EncargosPosta nao e
      *----principal: sai da base, senao a correcao e os juros
      *----correriam sobre eles mesmos a cada mes
       1060-DESCONTAR-ENCARGOS.
           IF FS-ENCARGOS = '00' OR FS-ENCARGOS = '05'
               MOVE CTA-ID TO ENC-CTA-ID
               READ ENCARGOS KEY IS ENC-CTA-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ENC-TOTAL-LANCADO LESS VALOR-BASE-JUROS
                           SUBTRACT ENC-TOTAL-LANCADO
                               FROM VALOR-BASE-JUROS
                       ELSE
                           MOVE 0 TO VALOR-BASE-JUROS
                       END-IF
               END-READ
           END-IF.

      *----Ajusta o vencimento em DU-DATA-DE para o proximo dia util
      *----pelo utilitario compartilhado; sem calendario, o DataUtil
      *----ainda rola fins de semana
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO.

      *----Le o checkpoint da execucao anterior, se existir, e
      *----restaura os contadores da rodada interrompida
       9000-RESTAURAR-CHECKPOINT.
           OPEN INPUT CHECKPOINT
           IF FS-CHECKPOINT = '00'
               READ CHECKPOINT
                   NOT AT END
                       MOVE CKPT-ULTIMA-CONTA TO ULTIMA-CONTA-CKPT
                       MOVE CKPT-CONTADORES TO CONTADORES
                       MOVE CKPT-ORFAS TO QTD-ORFAS
                       MOVE 'S' TO RETOMADA
                       DISPLAY 'Checkpoint anterior restaurado, ultim'
                           'a conta concluida: ' ULTIMA-CONTA-CKPT
               END-READ
           END-IF
           CLOSE CHECKPOINT.

      *----Posiciona o ACCOUNTS na conta seguinte a ultima concluida
       9050-POSICIONAR-CONTA.
           IF FIM-ACCOUNTS = 'N'
               MOVE ULTIMA-CONTA-CKPT TO CTA-ID
               START ACCOUNTS KEY IS GREATER THAN CTA-ID
                   INVALID KEY
                       MOVE 'S' TO FIM-ACCOUNTS
               END-START
           END-IF.

      *----Regrava o checkpoint apos cada conta concluida
       9100-GRAVAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT
           MOVE CTA-ID TO CKPT-ULTIMA-CONTA
           MOVE CONTADORES TO CKPT-CONTADORES
           MOVE QTD-ORFAS TO CKPT-ORFAS
           WRITE REG-CHECKPOINT
           CLOSE CHECKPOINT.

      *----Fim de job normal: o checkpoint sai de cena vazio para a
      *----proxima rodada comecar da primeira conta
       9200-REMOVER-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT
           CLOSE CHECKPOINT.

       COPY GravarAuditoria.

       COPY GravarRunControle.
