      *          QUANTIDADE/ENTRADA fixos por VALUE daquele exemplo,
      *          gravando um SALDO por registro, o resto da divisao, e
      *          as excecoes de estouro de campo.
      *          Cada transacao traz o codigo do departamento de origem,
      *          o mesmo do ENT-ORIGEM do CalculadoraBatch, gravado na
      *          linha do CALCSALDO para o OrcamentoRealPosta acumular
      *          o realizado de cada departamento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalculosAritBatch.
               88 TRANS-MULTI VALUE 'M'.
           03 TRANS-QUANTIDADE PIC 99V99.
           03 TRANS-ENTRADA PIC 99V9.
      *----Departamento de origem; espacos no arquivo antigo
           03 TRANS-ORIGEM PIC X(3).
      *----Layout alternativo: uma conta com ate 10 leituras numa linha
      *----so, somadas ou divididas em sequencia, gerando um unico
      *----SALDO por conta em vez de um registro por leitura
               88 TRM-USA-ROUNDED VALUE 'R'.
           03 TRM-QTD-OPERANDOS PIC 9(2).
           03 TRM-OPERANDO OCCURS 10 TIMES PIC 99V99.
           03 TRM-ORIGEM PIC X(3).
       FD  SALDO-DIARIO.
       01  REG-SALDO-DIARIO PIC X(80).
       COPY RunControleFD.
           03 LS-SALDO PIC Z9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LS-RESTO PIC Z9,99.
      *----Origem na coluna 32 nas duas linhas de saldo
           03 FILLER PIC X(8) VALUE SPACES.
           03 LS-ORIGEM PIC X(3).
      *----Linha de saldo da conta de varios operandos, com o campo de
      *----saldo mais largo que o da linha original
       01  LINHA-SALDO-MULTI.
           03 LSM-SALDO PIC ZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LSM-RESTO PIC Z9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LSM-ORIGEM PIC X(3).
       01  LINHA-EXCECAO.
           03 LE-NUMERO PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           MOVE TRANS-TIPO TO LS-TIPO
           MOVE SALDO TO LS-SALDO
           MOVE RESTO TO LS-RESTO
           MOVE TRANS-ORIGEM TO LS-ORIGEM
           MOVE LINHA-SALDO TO REG-SALDO-DIARIO
           WRITE REG-SALDO-DIARIO.

               MOVE TRM-QTD-OPERANDOS TO LSM-QTD
               MOVE MULTI-SALDO TO LSM-SALDO
               MOVE MULTI-RESTO TO LSM-RESTO
               MOVE TRM-ORIGEM TO LSM-ORIGEM
               MOVE LINHA-SALDO-MULTI TO REG-SALDO-DIARIO
               WRITE REG-SALDO-DIARIO
           END-IF.
