      *          so os clientes que mudaram desde a rodada anterior,
      *          com um numero de geracao no cabecalho para o outro
      *          lado detectar dia pulado. Depois de gerar, esvazia a
      *          fila e avanca a geracao no arquivo de controle. O
      *          opt-in da linha vem do livro de consentimentos
      *          (Consentimento.cbl), finalidade de marketing em
      *          qualquer canal. Antes de esvaziar, a fila consumida
      *          e acrescentada ao historico CLIMOVHS, de onde o
      *          RecuperaMestres reaplica as mudancas do cadastro
      *          posteriores a um backup.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClientesDelta.
           SELECT OPTIONAL MOVIMENTOS ASSIGN TO "CLIMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVIMENTOS.
      *----Historico acumulado das filas consumidas, mesmo layout
           SELECT OPTIONAL MOV-HISTORICO ASSIGN TO "CLIMOVHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT DELTA-MARKETING ASSIGN TO "MKTDELTA"
               ORGANIZATION IS LINE SEQUENTIAL.
           03 MOV-ACAO PIC X(1).
           03 MOV-NUMERO PIC 9(6).
           03 MOV-DATA-HORA PIC X(15).
      *----Imagem do REG-CLIENTE depois da operacao, para o
      *----RecuperaMestres reaplicar a mudanca sobre um CLIENTES
      *----restaurado do backup
           03 MOV-IMAGEM PIC X(171).
       FD  MOV-HISTORICO.
       01  REG-MOV-HISTORICO PIC X(193).
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       01  FS-MOVIMENTOS PIC X(2).
       01  FS-CLIENTES PIC X(2).
       01  FS-GERACAO PIC X(2).
       01  FS-HISTORICO PIC X(2).
       01  FIM-MOVIMENTOS PIC X VALUE 'N'.
       01  NUMERO-GERACAO PIC 9(6) VALUE 0.
      *----Clientes mudados nesta geracao: varios movimentos do mesmo
      *----comporta: a geracao aborta sem esvaziar a fila, senao o
      *----excedente sumiria sem rastro
       01  FILA-ESTOUROU PIC X VALUE 'N'.
       COPY ConsentimentoParam.
       01  AVISO-LIVRO PIC X VALUE 'N'.
       01  LINHA-CABECALHO.
           03 FILLER PIC X(8) VALUE 'GERACAO '.
           03 CAB-GERACAO PIC 9(6).
           CLOSE MOVIMENTOS
           CLOSE CLIENTES
           CLOSE DELTA-MARKETING
      *----Fila consumida recomeca vazia para os movimentos de amanha,
      *----depois de guardada no historico
           PERFORM 4000-GUARDAR-HISTORICO
           OPEN OUTPUT MOVIMENTOS
           CLOSE MOVIMENTOS
           PERFORM 3000-AVANCAR-GERACAO
                   NOT INVALID KEY
                       MOVE CLI-NOME TO LD-NOME
                       MOVE CLI-END-CIDADE TO LD-CIDADE
                       PERFORM 2200-CONSULTAR-CONSENTIMENTO
               END-READ
           END-IF
           MOVE LINHA-DELTA TO REG-DELTA
           WRITE REG-DELTA.

      *----Mesma regra do ClientesExtract: S so com marketing vigente
      *----no livro, em qualquer canal
       2200-CONSULTAR-CONSENTIMENTO.
           MOVE 1 TO CONSENT-FUNCAO
           MOVE 'C' TO CONSENT-TIPO
           MOVE CLI-NUMERO TO CONSENT-ID
           MOVE 'MK' TO CONSENT-FINALIDADE
           MOVE SPACE TO CONSENT-CANAL
           MOVE 0 TO CONSENT-DATA
           CALL 'Consentimento' USING CONSENT-FUNCAO CONSENT-TIPO
               CONSENT-ID CONSENT-FINALIDADE CONSENT-CANAL
               CONSENT-ORIGEM CONSENT-REFERENCIA CONSENT-OPERADOR
               CONSENT-DATA CONSENT-DESTINO RETORNO-CONSENT
           IF RETORNO-CONSENT = 00
               MOVE 'S' TO LD-OPT-IN
           ELSE
               MOVE 'N' TO LD-OPT-IN
           END-IF
           IF RETORNO-CONSENT = 40 AND AVISO-LIVRO = 'N'
               MOVE 'S' TO AVISO-LIVRO
               MOVE 4 TO RETURN-CODE
               DISPLAY 'LIVRO DE CONSENTIMENTOS INDISPONIVEL, '
                   'DELTA SAI SEM OPT-IN'
           END-IF.

       3000-AVANCAR-GERACAO.
           OPEN OUTPUT GERACAO
           MOVE NUMERO-GERACAO TO GER-NUMERO
           WRITE REG-GERACAO
           CLOSE GERACAO.

       4000-GUARDAR-HISTORICO.
           MOVE 'N' TO FIM-MOVIMENTOS
           OPEN INPUT MOVIMENTOS
           OPEN EXTEND MOV-HISTORICO
           IF FS-MOVIMENTOS NOT = '00'
               MOVE 'S' TO FIM-MOVIMENTOS
           END-IF
           PERFORM UNTIL FIM-MOVIMENTOS = 'S'
               READ MOVIMENTOS
                   AT END
                       MOVE 'S' TO FIM-MOVIMENTOS
                   NOT AT END
                       MOVE REG-MOVIMENTO TO REG-MOV-HISTORICO
                       WRITE REG-MOV-HISTORICO
               END-READ
           END-PERFORM
           CLOSE MOVIMENTOS
           CLOSE MOV-HISTORICO.
       END PROGRAM ClientesDelta.
