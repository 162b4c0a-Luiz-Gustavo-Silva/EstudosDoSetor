      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Rodada diaria de vencimento dos contratos de servico
      *          CONTRATOS. Faltando 60 e depois 30 dias para a data
      *          fim, grava a carta de aviso no RENOVCARTA, enderecada
      *          pelo CLI-ENDERECO do cadastro CLIENTES: o contrato com
      *          renovacao automatica avisa que sera renovado, o sem
      *          ela pede o contato para renovar. Chegada a data fim,
      *          o contrato com renovacao automatica ganha a vigencia
      *          nova de CON-PRAZO-RENOVACAO meses e o valor mensal
      *          corrigido pelo fator acumulado dos doze meses da
      *          tabela INDICECFG, no mesmo calculo do OrdemReajuste;
      *          o que nao renova para de faturar no FaturaGerador e
      *          entra na evasao do ContratoEvasao. Avisos e
      *          renovacoes saem no RENOVRPT e cada renovacao vai ao
      *          journal de auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContratoRenova.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
      *----Valores em reais com virgula, como nas cartas de papel
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTRATOS ASSIGN TO "CONTRATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-ID
               FILE STATUS IS FS-CONTRATOS.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT OPTIONAL INDICES ASSIGN TO "INDICECF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INDICES.
           SELECT CARTAS ASSIGN TO "RENOVCARTA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-RENOVACAO ASSIGN TO "RENOVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
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
           03 CON-DATA-FIM-R REDEFINES CON-DATA-FIM.
               05 CON-FIM-ANO PIC 9(4).
               05 CON-FIM-MES PIC 9(2).
               05 CON-FIM-DIA PIC 9(2).
           03 CON-STATUS PIC X(1).
               88 CON-ATIVO VALUE 'A'.
           03 CON-RENOVACAO-AUTO PIC X(1).
               88 CON-RENOVA-SOZINHO VALUE 'S'.
           03 CON-PRAZO-RENOVACAO PIC 9(2).
           03 CON-AVISO-ENVIADO PIC 9(2).
           03 CON-DATA-RENOVACAO PIC 9(8).
           03 CON-QTD-RENOVACOES PIC 9(3).
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       FD  INDICES.
      *----Mesmo layout da tabela lida pelo ContasAtraso
       01  REG-INDICE.
           03 IDC-ANO-MES PIC 9(6).
           03 IDC-FATOR PIC 9(1)V9(6).
       FD  CARTAS.
       01  REG-CARTA PIC X(80).
       FD  RELATORIO-RENOVACAO.
       01  REG-RELATORIO PIC X(100).
       COPY AuditJournalFD.
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-CONTRATOS PIC X(2).
       01  FS-CLIENTES PIC X(2).
       01  FS-INDICES PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  DIAS-PARA-FIM PIC S9(7).
      *----Aviso da rodada: 60 ou 30 dias antes da data fim
       01  AVISO-CORRENTE PIC 9(2).
       01  CLIENTE-ACHADO PIC X.
      *----Indices publicados em memoria, em meses desde o ano zero,
      *----para cada contrato acumular a sua propria janela
       01  QTD-INDICES PIC 9(3) VALUE 0.
       01  IDX-INDICE PIC 9(3).
       01  TAB-INDICE OCCURS 360 TIMES.
           03 TI-MESES PIC 9(7).
           03 TI-FATOR PIC 9(1)V9(6).
       01  MESES-REFERENCIA PIC 9(7).
      *----Fator acumulado dos doze meses encerrados no mes anterior
      *----ao da data fim; mes sem indice publicado nao corrige
      *----(fator 1), como no OrdemReajuste
       01  FATOR-ACUMULADO PIC 9(3)V9(6).
       01  QTD-MESES-ACHADOS PIC 9(2).
      *----Data fim nova: o mesmo dia, CON-PRAZO-RENOVACAO meses
      *----depois, recuado para o ultimo dia do mes quando preciso
       01  MESES-FIM PIC 9(7).
       01  DATA-FIM-NOVA PIC 9(8).
       01  DATA-FIM-NOVA-R REDEFINES DATA-FIM-NOVA.
           03 NOVA-ANO PIC 9(4).
           03 NOVA-MES PIC 9(2).
           03 NOVA-DIA PIC 9(2).
       01  DATA-FIM-ANTES PIC 9(8).
       01  VALOR-ANTES PIC 9(7)V9(2).
       01  QTD-AVISOS-60 PIC 9(6) VALUE 0.
       01  QTD-AVISOS-30 PIC 9(6) VALUE 0.
       01  QTD-RENOVADOS PIC 9(6) VALUE 0.
       01  QTD-SEM-ENDERECO PIC 9(6) VALUE 0.
       01  VALOR-ED PIC -(7)9,99.
       01  VALOR-ANTES-ED PIC -(7)9,99.
       01  FATOR-ED PIC 9,9(6).
       01  DATA-CARTA PIC X(10).
       01  LINHA-RENOVACAO.
           03 LR-CONTRATO PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-CLIENTE PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-SERVICO PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LR-DATA-FIM PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-VALOR PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-SITUACAO PIC X(30).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           PERFORM 0100-CARREGAR-INDICES
           OPEN EXTEND RUN-CONTROLE
           MOVE 'CONTRATORENOVA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN I-O CONTRATOS
           OPEN INPUT CLIENTES
           OPEN OUTPUT CARTAS
           OPEN OUTPUT RELATORIO-RENOVACAO
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'CONTRATORENOVA' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           MOVE SPACES TO LINHA-RESUMO
           STRING 'VENCIMENTO E RENOVACAO DE CONTRATOS EM '
               DELIMITED BY SIZE
               DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'N' TO FIM-ARQUIVO
           MOVE LOW-VALUES TO CON-ID
           START CONTRATOS KEY NOT LESS THAN CON-ID
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ CONTRATOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO RUN-LIDOS
                       IF CON-ATIVO AND CON-DATA-FIM > 0
                           PERFORM 1000-TRATAR-CONTRATO
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'AVISOS 60 DIAS: ' DELIMITED BY SIZE
               QTD-AVISOS-60 DELIMITED BY SIZE
               '  AVISOS 30 DIAS: ' DELIMITED BY SIZE
               QTD-AVISOS-30 DELIMITED BY SIZE
               '  RENOVADOS: ' DELIMITED BY SIZE
               QTD-RENOVADOS DELIMITED BY SIZE
               '  SEM ENDERECO: ' DELIMITED BY SIZE
               QTD-SEM-ENDERECO DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           DISPLAY 'Avisos de 60 dias:   ' QTD-AVISOS-60
           DISPLAY 'Avisos de 30 dias:   ' QTD-AVISOS-30
           DISPLAY 'Contratos renovados: ' QTD-RENOVADOS
           DISPLAY 'Sem endereco:        ' QTD-SEM-ENDERECO
           COMPUTE RUN-GRAVADOS =
               QTD-AVISOS-60 + QTD-AVISOS-30 + QTD-RENOVADOS
           MOVE QTD-SEM-ENDERECO TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           CLOSE CONTRATOS
           CLOSE CLIENTES
           CLOSE CARTAS
           CLOSE RELATORIO-RENOVACAO
           CLOSE AUDIT-JOURNAL
           STOP RUN.

       0100-CARREGAR-INDICES.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT INDICES
           IF FS-INDICES NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ INDICES
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF QTD-INDICES < 360
                           ADD 1 TO QTD-INDICES
                           COMPUTE TI-MESES(QTD-INDICES) =
                               FUNCTION NUMVAL(IDC-ANO-MES(1:4)) * 12
                               + FUNCTION NUMVAL(IDC-ANO-MES(5:2))
                           MOVE IDC-FATOR TO TI-FATOR(QTD-INDICES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDICES.

      *----Data fim alcancada: renova quem tem renovacao automatica;
      *----antes dela, um aviso por marco (60 e 30 dias). Rodada
      *----perdida nao perde o aviso: vale o marco ja passado
       1000-TRATAR-CONTRATO.
           IF CON-DATA-FIM NOT > DATA-HOJE
               IF CON-RENOVA-SOZINHO
                   PERFORM 2000-RENOVAR-CONTRATO
               END-IF
           ELSE
               COMPUTE DIAS-PARA-FIM =
                   FUNCTION INTEGER-OF-DATE(CON-DATA-FIM) -
                   FUNCTION INTEGER-OF-DATE(DATA-HOJE)
               MOVE 0 TO AVISO-CORRENTE
               IF DIAS-PARA-FIM NOT > 30
                   IF CON-AVISO-ENVIADO NOT = 30
                       MOVE 30 TO AVISO-CORRENTE
                   END-IF
               ELSE
                   IF DIAS-PARA-FIM NOT > 60 AND
                           CON-AVISO-ENVIADO = 0
                       MOVE 60 TO AVISO-CORRENTE
                   END-IF
               END-IF
               IF AVISO-CORRENTE NOT = 0
                   PERFORM 3000-AVISAR-VENCIMENTO
               END-IF
           END-IF.

       2000-RENOVAR-CONTRATO.
           MOVE CON-DATA-FIM TO DATA-FIM-ANTES
           MOVE CON-VALOR-MENSAL TO VALOR-ANTES
           PERFORM 2100-ACUMULAR-FATOR
           COMPUTE CON-VALOR-MENSAL ROUNDED =
               CON-VALOR-MENSAL * FATOR-ACUMULADO
           IF CON-PRAZO-RENOVACAO = 0
               MOVE 12 TO CON-PRAZO-RENOVACAO
           END-IF
           COMPUTE MESES-FIM = CON-FIM-ANO * 12 + CON-FIM-MES - 1
               + CON-PRAZO-RENOVACAO
           DIVIDE MESES-FIM BY 12 GIVING NOVA-ANO
               REMAINDER NOVA-MES
           ADD 1 TO NOVA-MES
           MOVE CON-FIM-DIA TO NOVA-DIA
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(DATA-FIM-NOVA)
                   = 0
               SUBTRACT 1 FROM NOVA-DIA
           END-PERFORM
           MOVE DATA-FIM-NOVA TO CON-DATA-FIM
           MOVE DATA-HOJE TO CON-DATA-RENOVACAO
           ADD 1 TO CON-QTD-RENOVACOES
           MOVE 0 TO CON-AVISO-ENVIADO
           REWRITE REG-CONTRATO
           ADD 1 TO QTD-RENOVADOS
           MOVE 'RENOVACAO-CONTRATO' TO AUDIT-ACAO
           MOVE VALOR-ANTES TO VALOR-ANTES-ED
           MOVE SPACES TO AUDIT-VALOR-ANTES
           STRING DATA-FIM-ANTES DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VALOR-ANTES-ED DELIMITED BY SIZE
               INTO AUDIT-VALOR-ANTES
           MOVE CON-VALOR-MENSAL TO VALOR-ED
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING CON-DATA-FIM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           MOVE FATOR-ACUMULADO TO FATOR-ED
           MOVE SPACES TO LR-SITUACAO
           IF QTD-MESES-ACHADOS = 0
               MOVE 'RENOVADO SEM INDICE PUBLICADO' TO LR-SITUACAO
           ELSE
               STRING 'RENOVADO FATOR ' DELIMITED BY SIZE
                   FATOR-ED DELIMITED BY SIZE
                   INTO LR-SITUACAO
           END-IF
           PERFORM 8000-LINHA-RENOVACAO.

       2100-ACUMULAR-FATOR.
           MOVE 1 TO FATOR-ACUMULADO
           MOVE 0 TO QTD-MESES-ACHADOS
           COMPUTE MESES-REFERENCIA = CON-FIM-ANO * 12 + CON-FIM-MES
               - 1
           PERFORM VARYING IDX-INDICE FROM 1 BY 1
                   UNTIL IDX-INDICE > QTD-INDICES
               IF TI-MESES(IDX-INDICE) GREATER
                       (MESES-REFERENCIA - 12) AND
                       TI-MESES(IDX-INDICE) NOT GREATER
                       MESES-REFERENCIA
                   ADD 1 TO QTD-MESES-ACHADOS
                   COMPUTE FATOR-ACUMULADO ROUNDED =
                       FATOR-ACUMULADO * TI-FATOR(IDX-INDICE)
               END-IF
           END-PERFORM.

      *----Cliente mesclado recebe no cadastro sobrevivente; sem
      *----cadastro ou apagado pela LGPD nao ha para onde mandar, o
      *----aviso fica so no relatorio para a area comercial
       3000-AVISAR-VENCIMENTO.
           MOVE 'N' TO CLIENTE-ACHADO
           MOVE CON-CLIENTE TO CLI-NUMERO
           READ CLIENTES KEY IS CLI-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CLIENTE-ACHADO
           END-READ
           IF CLIENTE-ACHADO = 'S' AND CLI-MESCLADO
               MOVE 'N' TO CLIENTE-ACHADO
               MOVE CLI-MERGE-DESTINO TO CLI-NUMERO
               READ CLIENTES KEY IS CLI-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO CLIENTE-ACHADO
               END-READ
           END-IF
           IF CLIENTE-ACHADO = 'S' AND CLI-BLOQUEADO-LGPD
               MOVE 'N' TO CLIENTE-ACHADO
           END-IF
           MOVE SPACES TO LR-SITUACAO
           IF CLIENTE-ACHADO = 'S'
               PERFORM 3100-IMPRIMIR-CARTA
               STRING 'AVISO DE ' DELIMITED BY SIZE
                   AVISO-CORRENTE DELIMITED BY SIZE
                   ' DIAS' DELIMITED BY SIZE
                   INTO LR-SITUACAO
           ELSE
               ADD 1 TO QTD-SEM-ENDERECO
               STRING 'AVISO DE ' DELIMITED BY SIZE
                   AVISO-CORRENTE DELIMITED BY SIZE
                   ' DIAS SEM ENDERECO' DELIMITED BY SIZE
                   INTO LR-SITUACAO
           END-IF
           IF AVISO-CORRENTE = 60
               ADD 1 TO QTD-AVISOS-60
           ELSE
               ADD 1 TO QTD-AVISOS-30
           END-IF
           MOVE AVISO-CORRENTE TO CON-AVISO-ENVIADO
           REWRITE REG-CONTRATO
           PERFORM 8000-LINHA-RENOVACAO.

       3100-IMPRIMIR-CARTA.
           MOVE ALL '=' TO REG-CARTA
           WRITE REG-CARTA
           MOVE CLI-NOME TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           STRING CLI-END-RUA DELIMITED BY '  '
               ', ' DELIMITED BY SIZE
               CLI-END-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CLI-END-COMPLEMENTO DELIMITED BY SIZE
               INTO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           STRING CLI-END-BAIRRO DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               CLI-END-CIDADE DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               CLI-END-UF DELIMITED BY SIZE
               INTO REG-CARTA
           WRITE REG-CARTA
           MOVE CLI-END-CEP TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO DATA-CARTA
           STRING CON-FIM-DIA DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               CON-FIM-MES DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               CON-FIM-ANO DELIMITED BY SIZE
               INTO DATA-CARTA
           MOVE CON-VALOR-MENSAL TO VALOR-ED
           MOVE SPACES TO REG-CARTA
           STRING 'CONTRATO ' DELIMITED BY SIZE
               CON-ID DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               CON-SERVICO DELIMITED BY '  '
               INTO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           STRING 'VALOR MENSAL ATUAL: R$ ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           STRING 'A VIGENCIA DO SEU CONTRATO TERMINA EM '
               DELIMITED BY SIZE
               DATA-CARTA DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               INTO REG-CARTA
           WRITE REG-CARTA
           IF CON-RENOVA-SOZINHO
               MOVE SPACES TO REG-CARTA
               STRING 'ELE SERA RENOVADO AUTOMATICAMENTE POR MAIS '
                   DELIMITED BY SIZE
                   CON-PRAZO-RENOVACAO DELIMITED BY SIZE
                   ' MESES,' DELIMITED BY SIZE
                   INTO REG-CARTA
               WRITE REG-CARTA
               MOVE 'COM O VALOR MENSAL CORRIGIDO PELO IGP-M DOS '
                   TO REG-CARTA
               WRITE REG-CARTA
               MOVE 'ULTIMOS DOZE MESES. SE NAO DESEJAR A '
                   TO REG-CARTA
               WRITE REG-CARTA
               MOVE 'RENOVACAO, ENTRE EM CONTATO ANTES DESSA DATA.'
                   TO REG-CARTA
               WRITE REG-CARTA
           ELSE
               MOVE 'PARA CONTINUAR COM O SERVICO SEM INTERRUPCAO, '
                   TO REG-CARTA
               WRITE REG-CARTA
               MOVE 'ENTRE EM CONTATO PARA RENOVAR O CONTRATO '
                   TO REG-CARTA
               WRITE REG-CARTA
               MOVE 'ANTES DESSA DATA.' TO REG-CARTA
               WRITE REG-CARTA
           END-IF
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA.

       8000-LINHA-RENOVACAO.
           MOVE CON-ID TO LR-CONTRATO
           MOVE CON-CLIENTE TO LR-CLIENTE
           MOVE CON-SERVICO TO LR-SERVICO
           MOVE CON-DATA-FIM TO LR-DATA-FIM
           MOVE CON-VALOR-MENSAL TO LR-VALOR
           MOVE LINHA-RENOVACAO TO REG-RELATORIO
           WRITE REG-RELATORIO.

       COPY GravarAuditoria.
       COPY GravarRunControle.
       END PROGRAM ContratoRenova.
