      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Rolagem mensal do contas a receber para o fechamento
      *          da contabilidade. Pelo razao de movimentos MOVCONTA
      *          monta, por faixa de atraso e no total, o saldo de
      *          abertura do mes, as faturas de contrato e de visita,
      *          os pagamentos, os boletos liquidados, os estornos,
      *          as baixas de perda, os descontos negociados e os
      *          ajustes do mes (custas de protesto e encargos de
      *          atraso lancados e estornados inclusive),
      *          chegando ao saldo final calculado,
      *          que e comparado com o saldo do ACCOUNTS na virada do
      *          mes (o master de hoje menos o que entrou no razao
      *          depois dele). A faixa da conta e a da foto ATRFOTO
      *          do mes, ou a do mes anterior para a conta que saiu
      *          do master no mes; sem foto, a conta esta em dia.
      *          Cada linha do total e conferida com o que o
      *          ContabilExporta mandou no GLIF dos dias do mes
      *          (GLIFMES), e toda diferenca sai marcada no RECROLRPT.
      *          Na linha de encargos e ajustes, os encargos de atraso
      *          lancados e estornados sao conferidos com os eventos
      *          CORRECAO e JUROS (menos os seus estornos); custas de
      *          protesto e ajustes nao tem evento no GLIF.
      *          O SALDOMES guarda o saldo final de cada mes para a
      *          abertura do mes seguinte ser conferida com ele.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecebiveisRolagem.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-ACCOUNTS.
           COPY MovContaSelect.
      *----Fotos mensais do atraso gravadas pelo AtrasoRolagem.cbl
           SELECT OPTIONAL FOTO-ATRASO ASSIGN TO "ATRFOTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOT-CHAVE
               FILE STATUS IS FS-FOTO.
      *----Todas as geracoes diarias do GLIF do mes, concatenadas
      *----pelo JCL
           SELECT OPTIONAL INTERFACE-RAZAO ASSIGN TO "GLIFMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GLIF.
           SELECT OPTIONAL MAPEAMENTO ASSIGN TO "CONTAMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAPEAMENTO.
      *----Saldo final de cada mes fechado, pela chave AAAAMM
           SELECT OPTIONAL SALDOS-MES ASSIGN TO "SALDOMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLD-MES
               FILE STATUS IS FS-SALDOS.
           SELECT RELATORIO-ROLAGEM ASSIGN TO "RECROLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
       COPY MovContaFD.
       FD  FOTO-ATRASO.
      *----Mesmo layout do REG-FOTO-ATRASO de AtrasoRolagem.cbl
       01  REG-FOTO-ATRASO.
           03 FOT-CHAVE.
               05 FOT-MES PIC 9(6).
               05 FOT-CTA-ID PIC 9(6).
           03 FOT-FAIXA PIC 9(1).
           03 FOT-DIAS PIC 9(5).
           03 FOT-VALOR-COM-JUROS PIC 9(7)V9(2).
       FD  INTERFACE-RAZAO.
      *----Mesmo layout do REG-RAZAO de ContabilExporta.cbl
       01  REG-RAZAO.
           03 GLF-TIPO PIC X(1).
           03 GLF-DATA PIC 9(8).
           03 GLF-EVENTO PIC X(8).
           03 GLF-CONTA-DEBITO PIC X(8).
           03 GLF-CONTA-CREDITO PIC X(8).
           03 GLF-VALOR PIC S9(11)V9(2) SIGN LEADING SEPARATE.
       FD  MAPEAMENTO.
      *----Mesmo layout do REG-MAPEAMENTO de ContabilExporta.cbl
       01  REG-MAPEAMENTO.
           03 MAP-EVENTO PIC X(8).
           03 MAP-CONTA-DEBITO PIC X(8).
           03 MAP-CONTA-CREDITO PIC X(8).
       FD  SALDOS-MES.
       01  REG-SALDO-MES.
           03 SLD-MES PIC 9(6).
           03 SLD-SALDO-CALCULADO PIC S9(11)V9(2).
           03 SLD-SALDO-MASTER PIC S9(11)V9(2).
           03 SLD-DATA-RODADA PIC 9(8).
       FD  RELATORIO-ROLAGEM.
       01  REG-RELATORIO PIC X(132).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-ACCOUNTS PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FS-FOTO PIC X(2).
       01  FS-GLIF PIC X(2).
       01  FS-MAPEAMENTO PIC X(2).
       01  FS-SALDOS PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  DATA-HOJE PIC 9(8).
      *----Mes fechado (AAAAMM) e o anterior, da foto de reserva
       01  MES-FECHAMENTO PIC 9(6).
       01  MES-FECHAMENTO-R REDEFINES MES-FECHAMENTO.
           03 MFC-ANO PIC 9(4).
           03 MFC-MES PIC 9(2).
       01  MES-ANTERIOR PIC 9(6).
      *----Conta corrente da varredura do razao e os seus valores
       01  CONTA-CORRENTE PIC 9(6).
       01  FAIXA-CONTA PIC 9(1).
       01  VALOR-SINAL PIC S9(9)V9(2).
       01  MOV-POSTERIOR PIC S9(11)V9(2).
       01  SALDO-MASTER PIC S9(11)V9(2).
       01  TAB-CONTA.
           03 CTA-LINHA PIC S9(11)V9(2) OCCURS 9 TIMES.
      *----Linhas da rolagem x colunas: 1 em dia, 2-5 faixa 1-4,
      *----6 total. Linhas: 1 abertura, 2 faturas de contrato,
      *----3 faturas de visita, 4 pagamentos, 5 boletos liquidados,
      *----6 estornos, 7 baixas de perda, 8 descontos negociados,
      *----9 ajustes, 10 final calculado, 11 final do master,
      *----12 diferenca. Valor com o sinal do efeito no saldo
       01  TAB-ROLAGEM.
           03 ROL-LINHA OCCURS 12 TIMES.
               05 ROL-VALOR PIC S9(11)V9(2) OCCURS 6 TIMES.
       01  TAB-QTD-CONTAS.
           03 ROL-QTD-CONTAS PIC 9(6) OCCURS 6 TIMES.
       01  TAB-ROTULOS.
           03 FILLER PIC X(24) VALUE 'SALDO DE ABERTURA'.
           03 FILLER PIC X(24) VALUE '(+) FATURAS CONTRATO'.
           03 FILLER PIC X(24) VALUE '(+) FATURAS VISITA'.
           03 FILLER PIC X(24) VALUE '(-) PAGAMENTOS'.
           03 FILLER PIC X(24) VALUE '(-) BOLETOS LIQUIDADOS'.
           03 FILLER PIC X(24) VALUE '(+) ESTORNOS'.
           03 FILLER PIC X(24) VALUE '(-) BAIXAS DE PERDA'.
           03 FILLER PIC X(24) VALUE '(-) DESCONTOS NEGOCIADOS'.
           03 FILLER PIC X(24) VALUE '(+/-) ENCARGOS E AJUSTES'.
           03 FILLER PIC X(24) VALUE '(=) FINAL CALCULADO'.
           03 FILLER PIC X(24) VALUE 'SALDO FINAL DO MASTER'.
           03 FILLER PIC X(24) VALUE 'DIFERENCA'.
       01  TAB-ROTULOS-R REDEFINES TAB-ROTULOS.
           03 ROTULO-LINHA PIC X(24) OCCURS 12 TIMES.
       01  IDX-LINHA PIC 9(2).
       01  IDX-COLUNA PIC 9(1).
      *----Par de contas do PAGTO no CONTAMAP: o ESTORNO com ele
      *----trocado e estorno de pagamento; o outro e de ISS
       01  PAGTO-DEBITO PIC X(8) VALUE SPACES.
       01  PAGTO-CREDITO PIC X(8) VALUE SPACES.
      *----Pares da CORRECAO e dos JUROS: o ESTORNO com um deles
      *----trocado e estorno de encargo perdoado
       01  CORRECAO-DEBITO PIC X(8) VALUE SPACES.
       01  CORRECAO-CREDITO PIC X(8) VALUE SPACES.
       01  JUROS-DEBITO PIC X(8) VALUE SPACES.
       01  JUROS-CREDITO PIC X(8) VALUE SPACES.
       01  GLIF-DISPONIVEL PIC X VALUE 'N'.
       01  GLIF-FATURA PIC S9(11)V9(2) VALUE 0.
       01  GLIF-PAGTO PIC S9(11)V9(2) VALUE 0.
       01  GLIF-ESTORNO PIC S9(11)V9(2) VALUE 0.
       01  GLIF-BAIXA PIC S9(11)V9(2) VALUE 0.
       01  GLIF-DESCONTO PIC S9(11)V9(2) VALUE 0.
       01  GLIF-ENCARGOS PIC S9(11)V9(2) VALUE 0.
      *----Parte da linha 9 que sao encargos (EN e EE) do mes
       01  RAZAO-ENCARGOS PIC S9(11)V9(2) VALUE 0.
       01  ROTULO-GLIF PIC X(24).
       01  VALOR-RAZAO PIC S9(11)V9(2).
       01  VALOR-GLIF PIC S9(11)V9(2).
       01  OBS-GLIF PIC X(30).
       01  DIFERENCA PIC S9(11)V9(2).
      *----Conferencia da abertura com o final do mes anterior
       01  SALDO-ANTERIOR-ACHADO PIC X VALUE 'N'.
       01  SALDO-ANTERIOR PIC S9(11)V9(2) VALUE 0.
       01  QTD-LINHAS-RAZAO PIC 9(6) VALUE 0.
       01  QTD-CONTAS PIC 9(6) VALUE 0.
       01  QTD-SEM-RAZAO PIC 9(6) VALUE 0.
       01  QTD-GLIF-LIDOS PIC 9(6) VALUE 0.
       01  QTD-DIVERGENCIAS PIC 9(4) VALUE 0.
       01  QTD-ED PIC Z(5)9.
       01  LINHA-CABECALHO.
           03 FILLER PIC X(24) VALUE SPACES.
           03 FILLER PIC X(18) VALUE '            EM DIA'.
           03 FILLER PIC X(18) VALUE '           FAIXA 1'.
           03 FILLER PIC X(18) VALUE '           FAIXA 2'.
           03 FILLER PIC X(18) VALUE '           FAIXA 3'.
           03 FILLER PIC X(18) VALUE '           FAIXA 4'.
           03 FILLER PIC X(18) VALUE '             TOTAL'.
       01  LINHA-MATRIZ.
           03 LM-ROTULO PIC X(24).
           03 LM-CELULA OCCURS 6 TIMES.
               05 FILLER PIC X(3).
               05 LM-VALOR PIC -(11)9,99.
       01  LINHA-CONTAS.
           03 LC-ROTULO PIC X(24).
           03 LC-CELULA OCCURS 6 TIMES.
               05 FILLER PIC X(12).
               05 LC-QTD PIC Z(5)9.
       01  LINHA-GLIF.
           03 LG-ROTULO PIC X(24).
           03 FILLER PIC X(3) VALUE SPACES.
           03 LG-RAZAO PIC -(11)9,99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 LG-GLIF PIC -(11)9,99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 LG-DIFERENCA PIC -(11)9,99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 LG-OBS PIC X(30).
       01  CABECALHO-GLIF.
           03 FILLER PIC X(24) VALUE 'EVENTO'.
           03 FILLER PIC X(18) VALUE '             RAZAO'.
           03 FILLER PIC X(18) VALUE '              GLIF'.
           03 FILLER PIC X(18) VALUE '         DIFERENCA'.
       01  VALOR-ED PIC -(11)9,99.
       01  VALOR-ED-2 PIC -(11)9,99.
       01  LINHA-RESUMO PIC X(132).
       PROCEDURE DIVISION.
           DISPLAY 'Mes do fechamento (AAAAMM): '
           ACCEPT MES-FECHAMENTO
           IF MFC-MES = 1
               COMPUTE MES-ANTERIOR = (MFC-ANO - 1) * 100 + 12
           ELSE
               COMPUTE MES-ANTERIOR = MES-FECHAMENTO - 1
           END-IF
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           OPEN EXTEND RUN-CONTROLE
           MOVE 'RECEBIVEISROLAGEM' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           INITIALIZE TAB-ROLAGEM
           INITIALIZE TAB-QTD-CONTAS
           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS NOT = '00' AND FS-ACCOUNTS NOT = '05'
               DISPLAY 'MASTER DE CONTAS INDISPONIVEL ('
                   FS-ACCOUNTS '), ROLAGEM NAO APURADA'
               MOVE 'F' TO RUN-EVENTO
               MOVE 'ERRO' TO RUN-FINAL
               PERFORM 9800-GRAVAR-RUN-CONTROLE
               CLOSE RUN-CONTROLE
               STOP RUN
           END-IF
           OPEN INPUT MOV-CONTA
           OPEN INPUT FOTO-ATRASO
           PERFORM 1000-VARRER-RAZAO
           PERFORM 2000-CONTAS-SEM-RAZAO
           CLOSE FOTO-ATRASO
           CLOSE MOV-CONTA
           CLOSE ACCOUNTS
           PERFORM 2500-FECHAR-ROLAGEM
           PERFORM 3000-CARREGAR-MAPA
           PERFORM 3100-SOMAR-GLIF
           PERFORM 4000-CONFERIR-SALDO-ANTERIOR
           PERFORM 5000-GRAVAR-RELATORIO
           DISPLAY 'Contas na rolagem de ' MES-FECHAMENTO ': '
               QTD-CONTAS
           DISPLAY 'Lancamentos do razao lidos: ' QTD-LINHAS-RAZAO
           DISPLAY 'Linhas do GLIF do mes: ' QTD-GLIF-LIDOS
           DISPLAY 'Divergencias: ' QTD-DIVERGENCIAS
           MOVE QTD-LINHAS-RAZAO TO RUN-LIDOS
           MOVE QTD-CONTAS TO RUN-GRAVADOS
           MOVE QTD-DIVERGENCIAS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           IF QTD-DIVERGENCIAS = 0
               MOVE 'OK' TO RUN-FINAL
           ELSE
               MOVE 'DIVERGE' TO RUN-FINAL
           END-IF
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

      *----Razao inteiro em ordem de conta: o que e de antes do mes
      *----forma a abertura, o do mes vai para a linha do tipo, e o
      *----de depois so serve para voltar o master a virada do mes
       1000-VARRER-RAZAO.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE 0 TO CONTA-CORRENTE
           PERFORM 1050-ZERAR-CONTA
           MOVE LOW-VALUES TO MVC-CHAVE
           START MOV-CONTA KEY NOT LESS THAN MVC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ MOV-CONTA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO QTD-LINHAS-RAZAO
                       IF MVC-CTA-ID NOT = CONTA-CORRENTE
                           PERFORM 1100-FECHAR-CONTA
                           MOVE MVC-CTA-ID TO CONTA-CORRENTE
                       END-IF
                       PERFORM 1020-SOMAR-LANCAMENTO
               END-READ
           END-PERFORM
           PERFORM 1100-FECHAR-CONTA.

       1020-SOMAR-LANCAMENTO.
           IF MVC-DEBITO
               MOVE MVC-VALOR TO VALOR-SINAL
           ELSE
               COMPUTE VALOR-SINAL = 0 - MVC-VALOR
           END-IF
           IF MVC-DATA(1:6) GREATER MES-FECHAMENTO
               ADD VALOR-SINAL TO MOV-POSTERIOR
           ELSE
               IF MVC-DATA(1:6) LESS MES-FECHAMENTO
                   MOVE 1 TO IDX-LINHA
               ELSE
                   EVALUATE TRUE
                       WHEN MVC-FATURA
                           MOVE 2 TO IDX-LINHA
                       WHEN MVC-FATURA-VISITA
                           MOVE 3 TO IDX-LINHA
                       WHEN MVC-PAGAMENTO
                           MOVE 4 TO IDX-LINHA
                       WHEN MVC-BOLETO
                           MOVE 5 TO IDX-LINHA
                       WHEN MVC-ESTORNO
                           MOVE 6 TO IDX-LINHA
                       WHEN MVC-BAIXA-PERDA
                           MOVE 7 TO IDX-LINHA
                       WHEN MVC-DESCONTO
                           MOVE 8 TO IDX-LINHA
                       WHEN OTHER
                           MOVE 9 TO IDX-LINHA
                           IF MVC-ENCARGOS OR MVC-ESTORNO-ENCARGOS
                               ADD VALOR-SINAL TO RAZAO-ENCARGOS
                           END-IF
                   END-EVALUATE
               END-IF
               ADD VALOR-SINAL TO CTA-LINHA(IDX-LINHA)
           END-IF.

       1050-ZERAR-CONTA.
           INITIALIZE TAB-CONTA
           MOVE 0 TO MOV-POSTERIOR.

      *----A conta do razao cai numa faixa; o saldo do master na
      *----virada e o de hoje sem os lancamentos posteriores ao mes.
      *----Conta baixada como perda ja saiu do master: saldo zero
       1100-FECHAR-CONTA.
           IF CONTA-CORRENTE NOT = 0
               PERFORM 1200-CLASSIFICAR-FAIXA
               MOVE CONTA-CORRENTE TO CTA-ID
               READ ACCOUNTS KEY IS CTA-ID
                   INVALID KEY
                       MOVE 0 TO SALDO-MASTER
                   NOT INVALID KEY
                       COMPUTE SALDO-MASTER = CTA-DEBITO - CTA-CREDITO
               END-READ
               SUBTRACT MOV-POSTERIOR FROM SALDO-MASTER
               PERFORM VARYING IDX-LINHA FROM 1 BY 1
                       UNTIL IDX-LINHA > 9
                   ADD CTA-LINHA(IDX-LINHA)
                       TO ROL-VALOR(IDX-LINHA, IDX-COLUNA)
                   ADD CTA-LINHA(IDX-LINHA) TO ROL-VALOR(IDX-LINHA, 6)
               END-PERFORM
               ADD SALDO-MASTER TO ROL-VALOR(11, IDX-COLUNA)
               ADD SALDO-MASTER TO ROL-VALOR(11, 6)
               ADD 1 TO ROL-QTD-CONTAS(IDX-COLUNA)
               ADD 1 TO ROL-QTD-CONTAS(6)
               ADD 1 TO QTD-CONTAS
           END-IF
           PERFORM 1050-ZERAR-CONTA.

      *----Faixa da foto do mes fechado; a conta que saiu do master
      *----antes da foto fica com a faixa do mes anterior
       1200-CLASSIFICAR-FAIXA.
           MOVE 0 TO FAIXA-CONTA
           MOVE MES-FECHAMENTO TO FOT-MES
           MOVE CONTA-CORRENTE TO FOT-CTA-ID
           READ FOTO-ATRASO KEY IS FOT-CHAVE
               INVALID KEY
                   MOVE MES-ANTERIOR TO FOT-MES
                   READ FOTO-ATRASO KEY IS FOT-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FOT-FAIXA TO FAIXA-CONTA
                   END-READ
               NOT INVALID KEY
                   MOVE FOT-FAIXA TO FAIXA-CONTA
           END-READ
           IF FAIXA-CONTA GREATER 4
               MOVE 4 TO FAIXA-CONTA
           END-IF
           COMPUTE IDX-COLUNA = FAIXA-CONTA + 1.

      *----Conta do master sem nenhuma linha no razao (anterior a
      *----ele e ainda sem a abertura do MovContaConfere): o saldo
      *----entra no final do master e a diferenca aparece
       2000-CONTAS-SEM-RAZAO.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE LOW-VALUES TO CTA-ID
           START ACCOUNTS KEY NOT LESS THAN CTA-ID
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ACCOUNTS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       PERFORM 2100-CONFERIR-RAZAO-DA-CONTA
               END-READ
           END-PERFORM.

       2100-CONFERIR-RAZAO-DA-CONTA.
           MOVE CTA-ID TO MVC-CTA-ID
           MOVE 0 TO MVC-DATA
           MOVE 0 TO MVC-SEQ
           MOVE 0 TO CONTA-CORRENTE
           START MOV-CONTA KEY NOT LESS THAN MVC-CHAVE
               INVALID KEY
                   MOVE CTA-ID TO CONTA-CORRENTE
               NOT INVALID KEY
                   READ MOV-CONTA NEXT RECORD
                       AT END
                           MOVE CTA-ID TO CONTA-CORRENTE
                       NOT AT END
                           IF MVC-CTA-ID NOT = CTA-ID
                               MOVE CTA-ID TO CONTA-CORRENTE
                           END-IF
                   END-READ
           END-START
           IF CONTA-CORRENTE NOT = 0
               ADD 1 TO QTD-SEM-RAZAO
               PERFORM 1200-CLASSIFICAR-FAIXA
               COMPUTE SALDO-MASTER = CTA-DEBITO - CTA-CREDITO
               ADD SALDO-MASTER TO ROL-VALOR(11, IDX-COLUNA)
               ADD SALDO-MASTER TO ROL-VALOR(11, 6)
               ADD 1 TO ROL-QTD-CONTAS(IDX-COLUNA)
               ADD 1 TO ROL-QTD-CONTAS(6)
               ADD 1 TO QTD-CONTAS
           END-IF.

      *----Final calculado pela soma das linhas, e a diferenca para
      *----o master em cada coluna
       2500-FECHAR-ROLAGEM.
           PERFORM VARYING IDX-COLUNA FROM 1 BY 1 UNTIL IDX-COLUNA > 6
               MOVE 0 TO ROL-VALOR(10, IDX-COLUNA)
               PERFORM VARYING IDX-LINHA FROM 1 BY 1
                       UNTIL IDX-LINHA > 9
                   ADD ROL-VALOR(IDX-LINHA, IDX-COLUNA)
                       TO ROL-VALOR(10, IDX-COLUNA)
               END-PERFORM
               COMPUTE ROL-VALOR(12, IDX-COLUNA) =
                   ROL-VALOR(11, IDX-COLUNA) - ROL-VALOR(10, IDX-COLUNA)
           END-PERFORM
           IF ROL-VALOR(12, 6) NOT = 0
               ADD 1 TO QTD-DIVERGENCIAS
           END-IF.

       3000-CARREGAR-MAPA.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT MAPEAMENTO
           IF FS-MAPEAMENTO NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ MAPEAMENTO
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF MAP-EVENTO = 'PAGTO'
                           MOVE MAP-CONTA-DEBITO TO PAGTO-DEBITO
                           MOVE MAP-CONTA-CREDITO TO PAGTO-CREDITO
                       END-IF
                       IF MAP-EVENTO = 'CORRECAO'
                           MOVE MAP-CONTA-DEBITO TO CORRECAO-DEBITO
                           MOVE MAP-CONTA-CREDITO TO CORRECAO-CREDITO
                       END-IF
                       IF MAP-EVENTO = 'JUROS'
                           MOVE MAP-CONTA-DEBITO TO JUROS-DEBITO
                           MOVE MAP-CONTA-CREDITO TO JUROS-CREDITO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAPEAMENTO.

      *----Detalhes do GLIF com data no mes fechado; total de lote,
      *----ISS e PDD nao mexem no contas a receber
       3100-SOMAR-GLIF.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT INTERFACE-RAZAO
           IF FS-GLIF NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
               DISPLAY 'GLIF DO MES INDISPONIVEL (' FS-GLIF
                   '), CONFERENCIA CONTABIL SEM O GLIF'
           ELSE
               MOVE 'S' TO GLIF-DISPONIVEL
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ INTERFACE-RAZAO
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF GLF-TIPO = 'D' AND
                               GLF-DATA(1:6) = MES-FECHAMENTO
                           ADD 1 TO QTD-GLIF-LIDOS
                           PERFORM 3200-SOMAR-EVENTO-GLIF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERFACE-RAZAO.

       3200-SOMAR-EVENTO-GLIF.
           EVALUATE GLF-EVENTO
               WHEN 'FATURA'
                   ADD GLF-VALOR TO GLIF-FATURA
               WHEN 'PAGTO'
                   ADD GLF-VALOR TO GLIF-PAGTO
               WHEN 'ESTORNO'
                   IF GLF-CONTA-DEBITO = PAGTO-CREDITO AND
                           GLF-CONTA-CREDITO = PAGTO-DEBITO
                       ADD GLF-VALOR TO GLIF-ESTORNO
                   END-IF
                   IF (GLF-CONTA-DEBITO = CORRECAO-CREDITO AND
                           GLF-CONTA-CREDITO = CORRECAO-DEBITO) OR
                           (GLF-CONTA-DEBITO = JUROS-CREDITO AND
                           GLF-CONTA-CREDITO = JUROS-DEBITO)
                       SUBTRACT GLF-VALOR FROM GLIF-ENCARGOS
                   END-IF
               WHEN 'CORRECAO'
                   ADD GLF-VALOR TO GLIF-ENCARGOS
               WHEN 'JUROS'
                   ADD GLF-VALOR TO GLIF-ENCARGOS
               WHEN 'BAIXA'
                   ADD GLF-VALOR TO GLIF-BAIXA
               WHEN 'DESCONTO'
                   ADD GLF-VALOR TO GLIF-DESCONTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----A abertura deste mes tem de ser o final calculado do mes
      *----anterior; lancamento com data retroativa aparece aqui.
      *----O final deste mes fica guardado para o proximo fechamento
       4000-CONFERIR-SALDO-ANTERIOR.
           OPEN I-O SALDOS-MES
           MOVE MES-ANTERIOR TO SLD-MES
           READ SALDOS-MES KEY IS SLD-MES
               INVALID KEY
                   MOVE 'N' TO SALDO-ANTERIOR-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO SALDO-ANTERIOR-ACHADO
                   MOVE SLD-SALDO-CALCULADO TO SALDO-ANTERIOR
                   IF SALDO-ANTERIOR NOT = ROL-VALOR(1, 6)
                       ADD 1 TO QTD-DIVERGENCIAS
                   END-IF
           END-READ
           MOVE MES-FECHAMENTO TO SLD-MES
           MOVE ROL-VALOR(10, 6) TO SLD-SALDO-CALCULADO
           MOVE ROL-VALOR(11, 6) TO SLD-SALDO-MASTER
           MOVE DATA-HOJE TO SLD-DATA-RODADA
           WRITE REG-SALDO-MES
               INVALID KEY
                   REWRITE REG-SALDO-MES
           END-WRITE
           CLOSE SALDOS-MES.

       5000-GRAVAR-RELATORIO.
           OPEN OUTPUT RELATORIO-ROLAGEM
           MOVE SPACES TO LINHA-RESUMO
           STRING 'ROLAGEM DO CONTAS A RECEBER - MES ' DELIMITED BY SIZE
               MES-FECHAMENTO DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'FAIXA PELA FOTO ATRFOTO DO MES; RAZAO MOVCONTA'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-CABECALHO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-CONTAS
           MOVE 'CONTAS' TO LC-ROTULO
           PERFORM VARYING IDX-COLUNA FROM 1 BY 1 UNTIL IDX-COLUNA > 6
               MOVE ROL-QTD-CONTAS(IDX-COLUNA) TO LC-QTD(IDX-COLUNA)
           END-PERFORM
           MOVE LINHA-CONTAS TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING IDX-LINHA FROM 1 BY 1 UNTIL IDX-LINHA > 12
               IF IDX-LINHA = 10 OR IDX-LINHA = 12
                   MOVE SPACES TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
               MOVE SPACES TO LINHA-MATRIZ
               MOVE ROTULO-LINHA(IDX-LINHA) TO LM-ROTULO
               PERFORM VARYING IDX-COLUNA FROM 1 BY 1
                       UNTIL IDX-COLUNA > 6
                   MOVE ROL-VALOR(IDX-LINHA, IDX-COLUNA)
                       TO LM-VALOR(IDX-COLUNA)
               END-PERFORM
               MOVE LINHA-MATRIZ TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM
           IF ROL-VALOR(12, 6) NOT = 0
               MOVE '*** SALDO FINAL CALCULADO DIVERGE DO MASTER'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           IF QTD-SEM-RAZAO NOT = 0
               MOVE SPACES TO LINHA-RESUMO
               MOVE QTD-SEM-RAZAO TO QTD-ED
               STRING 'CONTAS DO MASTER SEM RAZAO: ' DELIMITED BY SIZE
                   QTD-ED DELIMITED BY SIZE
                   ' (RODAR O MOVCONTACONFERE EM MODO REPARO)'
                       DELIMITED BY SIZE
                   INTO LINHA-RESUMO
               MOVE LINHA-RESUMO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           IF SALDO-ANTERIOR-ACHADO = 'S'
               MOVE SALDO-ANTERIOR TO VALOR-ED
               MOVE ROL-VALOR(1, 6) TO VALOR-ED-2
               STRING 'FINAL CALCULADO DE ' DELIMITED BY SIZE
                   MES-ANTERIOR DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   VALOR-ED DELIMITED BY SIZE
                   '  ABERTURA DE AGORA: ' DELIMITED BY SIZE
                   VALOR-ED-2 DELIMITED BY SIZE
                   INTO LINHA-RESUMO
               IF SALDO-ANTERIOR NOT = ROL-VALOR(1, 6)
                   MOVE '*** LANCAMENTO RETROATIVO' TO
                       LINHA-RESUMO(100:25)
               END-IF
           ELSE
               STRING 'SEM SALDO GUARDADO DE ' DELIMITED BY SIZE
                   MES-ANTERIOR DELIMITED BY SIZE
                   ' PARA CONFERIR A ABERTURA' DELIMITED BY SIZE
                   INTO LINHA-RESUMO
           END-IF
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'CONFERENCIA DO TOTAL COM O GLIF DO MES'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           IF GLIF-DISPONIVEL = 'N'
               MOVE '*** GLIFMES INDISPONIVEL, GLIF CONSIDERADO ZERO'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           MOVE CABECALHO-GLIF TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'FATURA (CONTRATO+VISITA)' TO ROTULO-GLIF
           COMPUTE VALOR-RAZAO = ROL-VALOR(2, 6) + ROL-VALOR(3, 6)
           MOVE GLIF-FATURA TO VALOR-GLIF
           MOVE SPACES TO OBS-GLIF
           PERFORM 5100-LINHA-GLIF
           MOVE 'PAGTO' TO ROTULO-GLIF
           COMPUTE VALOR-RAZAO = 0 - ROL-VALOR(4, 6)
           MOVE GLIF-PAGTO TO VALOR-GLIF
           MOVE SPACES TO OBS-GLIF
           PERFORM 5100-LINHA-GLIF
           MOVE 'BOLETO LIQUIDADO' TO ROTULO-GLIF
           COMPUTE VALOR-RAZAO = 0 - ROL-VALOR(5, 6)
           MOVE 0 TO VALOR-GLIF
           MOVE 'SEM EVENTO NO GLIF' TO OBS-GLIF
           PERFORM 5100-LINHA-GLIF
           MOVE 'ESTORNO DE PAGAMENTO' TO ROTULO-GLIF
           MOVE ROL-VALOR(6, 6) TO VALOR-RAZAO
           MOVE GLIF-ESTORNO TO VALOR-GLIF
           MOVE SPACES TO OBS-GLIF
           PERFORM 5100-LINHA-GLIF
           MOVE 'BAIXA' TO ROTULO-GLIF
           COMPUTE VALOR-RAZAO = 0 - ROL-VALOR(7, 6)
           MOVE GLIF-BAIXA TO VALOR-GLIF
           MOVE SPACES TO OBS-GLIF
           PERFORM 5100-LINHA-GLIF
           MOVE 'DESCONTO' TO ROTULO-GLIF
           COMPUTE VALOR-RAZAO = 0 - ROL-VALOR(8, 6)
           MOVE GLIF-DESCONTO TO VALOR-GLIF
           MOVE SPACES TO OBS-GLIF
           PERFORM 5100-LINHA-GLIF
           MOVE 'ENCARGOS (CORR+JUROS)' TO ROTULO-GLIF
           MOVE RAZAO-ENCARGOS TO VALOR-RAZAO
           MOVE GLIF-ENCARGOS TO VALOR-GLIF
           MOVE SPACES TO OBS-GLIF
           PERFORM 5100-LINHA-GLIF
           MOVE 'CUSTAS E AJUSTES' TO ROTULO-GLIF
           COMPUTE VALOR-RAZAO = ROL-VALOR(9, 6) - RAZAO-ENCARGOS
           MOVE 0 TO VALOR-GLIF
           MOVE 'SEM EVENTO NO GLIF' TO OBS-GLIF
           PERFORM 5100-LINHA-GLIF
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           MOVE QTD-DIVERGENCIAS TO QTD-ED
           STRING 'Divergencias: ' DELIMITED BY SIZE
               QTD-ED DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE RELATORIO-ROLAGEM.

       5100-LINHA-GLIF.
           COMPUTE DIFERENCA = VALOR-GLIF - VALOR-RAZAO
           MOVE ROTULO-GLIF TO LG-ROTULO
           MOVE VALOR-RAZAO TO LG-RAZAO
           MOVE VALOR-GLIF TO LG-GLIF
           MOVE DIFERENCA TO LG-DIFERENCA
           IF DIFERENCA NOT = 0
               ADD 1 TO QTD-DIVERGENCIAS
               IF OBS-GLIF = SPACES
                   MOVE '*** DIVERGE' TO OBS-GLIF
               ELSE
                   MOVE '*** SEM EVENTO NO GLIF' TO OBS-GLIF
               END-IF
           ELSE
               MOVE SPACES TO OBS-GLIF
           END-IF
           MOVE OBS-GLIF TO LG-OBS
           MOVE LINHA-GLIF TO REG-RELATORIO
           WRITE REG-RELATORIO.

       COPY GravarRunControle.
       END PROGRAM RecebiveisRolagem.
