      *          campanha, data e resultado). Respostas de cliente
      *          conhecido entram no historico de campanhas CAMPHIST;
      *          numero desconhecido vai para o arquivo de erros, de
      *          volta para o marketing corrigir. A resposta pode
      *          trazer o consentimento que o cliente deu ou retirou
      *          na campanha: vai para o livro CONSENT
      *          (Consentimento.cbl) com origem campanha e o codigo da
      *          campanha como referencia, e a mudanca de marketing
      *          entra na fila CLIMOV para o ClientesDelta avisar o
      *          marketing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CampanhaCarga.
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
      *----Historico acumulado de todas as campanhas ja carregadas
           SELECT HISTORICO-CAMP ASSIGN TO "CAMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROS-CAMP ASSIGN TO "CAMPERR"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Fila de movimentos do cadastro lida pelo ClientesDelta
           SELECT MOVIMENTOS ASSIGN TO "CLIMOV"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESPOSTAS.
      *----R-respondeu sem fechar negocio, C-converteu (comprou)
           03 RSP-RESULTADO PIC X(1).
               88 RSP-RESULTADO-VALIDO VALUE 'R' 'C'.
      *----S-consentiu, N-retirou o consentimento, branco-nada dito;
      *----finalidade em branco vale MK, canal em branco vale todos
           03 RSP-CONSENTE PIC X(1).
               88 RSP-CONSENTE-VALIDO VALUE 'S' 'N' SPACE.
           03 RSP-FINALIDADE PIC X(2).
           03 RSP-CANAL PIC X(1).
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
           03 HCP-RESULTADO PIC X(1).
       FD  ERROS-CAMP.
       01  REG-ERRO-CAMP.
           03 ERR-REGISTRO PIC X(27).
           03 FILLER PIC X(2).
           03 ERR-MOTIVO PIC X(30).
       FD  MOVIMENTOS.
       01  REG-MOVIMENTO.
      *----U-alteracao: o consentimento do cliente mudou
           03 MOV-ACAO PIC X(1).
           03 MOV-NUMERO PIC 9(6).
           03 MOV-DATA-HORA PIC X(15).
      *----Imagem do REG-CLIENTE depois da operacao, para o
      *----RecuperaMestres reaplicar a mudanca sobre um CLIENTES
      *----restaurado do backup
           03 MOV-IMAGEM PIC X(171).
       WORKING-STORAGE SECTION.
       01  FS-CLIENTES PIC X(2).
       01  FIM-RESPOSTAS PIC X VALUE 'N'.
       01  QTD-CARREGADAS PIC 9(6) VALUE 0.
       01  QTD-REJEITADAS PIC 9(6) VALUE 0.
       01  MOTIVO-ERRO PIC X(30).
       01  QTD-CONSENTIMENTOS PIC 9(6) VALUE 0.
       COPY ConsentimentoParam.
       01  MOV-CARIMBO.
           03 MC-DATA PIC 9(8).
           03 FILLER PIC X VALUE '-'.
           03 MC-HORA PIC 9(6).
       PROCEDURE DIVISION.
           OPEN INPUT RESPOSTAS
           OPEN INPUT CLIENTES
           OPEN EXTEND HISTORICO-CAMP
           OPEN OUTPUT ERROS-CAMP
           OPEN EXTEND MOVIMENTOS
           ACCEPT CONSENT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL FIM-RESPOSTAS = 'S'
               READ RESPOSTAS
                   AT END
           END-PERFORM
           DISPLAY 'Respostas carregadas:  ' QTD-CARREGADAS
           DISPLAY 'Respostas rejeitadas:  ' QTD-REJEITADAS
           DISPLAY 'Consentimentos no livro: ' QTD-CONSENTIMENTOS
           CLOSE RESPOSTAS
           CLOSE CLIENTES
           CLOSE HISTORICO-CAMP
           CLOSE ERROS-CAMP
           CLOSE MOVIMENTOS
           STOP RUN.

       1000-CARREGAR-RESPOSTA.
           IF NOT RSP-RESULTADO-VALIDO
               MOVE 'RESULTADO INVALIDO (R/C)' TO MOTIVO-ERRO
               PERFORM 2000-REJEITAR-RESPOSTA
           ELSE
           IF NOT RSP-CONSENTE-VALIDO
               MOVE 'CONSENTIMENTO INVALIDO (S/N)' TO MOTIVO-ERRO
               PERFORM 2000-REJEITAR-RESPOSTA
           ELSE
               MOVE RSP-NUMERO TO CLI-NUMERO
               READ CLIENTES KEY IS CLI-NUMERO
                       MOVE RSP-RESULTADO TO HCP-RESULTADO
                       WRITE REG-HISTORICO-CAMP
                       ADD 1 TO QTD-CARREGADAS
                       IF RSP-CONSENTE NOT = SPACE
                           PERFORM 1100-GRAVAR-CONSENTIMENTO
                       END-IF
               END-READ
           END-IF
           END-IF
           END-IF.

      *----Concessao ou revogacao no livro com a data da resposta;
      *----codigo invalido ou livro fora do ar vao para o CAMPERR com
      *----a resposta ja carregada no historico
       1100-GRAVAR-CONSENTIMENTO.
           IF RSP-CONSENTE = 'S'
               MOVE 2 TO CONSENT-FUNCAO
               MOVE RSP-CANAL TO CONSENT-CANAL
               IF RSP-CANAL = SPACE
                   MOVE '*' TO CONSENT-CANAL
               END-IF
           ELSE
               MOVE 3 TO CONSENT-FUNCAO
               MOVE RSP-CANAL TO CONSENT-CANAL
           END-IF
           MOVE 'C' TO CONSENT-TIPO
           MOVE CLI-NUMERO TO CONSENT-ID
           MOVE RSP-FINALIDADE TO CONSENT-FINALIDADE
           IF RSP-FINALIDADE = SPACES
               MOVE 'MK' TO CONSENT-FINALIDADE
           END-IF
           MOVE 'C' TO CONSENT-ORIGEM
           MOVE RSP-CAMPANHA TO CONSENT-REFERENCIA
           MOVE RSP-DATA TO CONSENT-DATA
           CALL 'Consentimento' USING CONSENT-FUNCAO CONSENT-TIPO
               CONSENT-ID CONSENT-FINALIDADE CONSENT-CANAL
               CONSENT-ORIGEM CONSENT-REFERENCIA CONSENT-OPERADOR
               CONSENT-DATA CONSENT-DESTINO RETORNO-CONSENT
           EVALUATE RETORNO-CONSENT
               WHEN 00
                   ADD 1 TO QTD-CONSENTIMENTOS
                   IF CONSENT-FINALIDADE = 'MK'
                       PERFORM 1200-GRAVAR-MOVIMENTO
                   END-IF
               WHEN 10
                   CONTINUE
               WHEN 30
                   MOVE 'FINALIDADE/CANAL INVALIDO' TO MOTIVO-ERRO
                   PERFORM 2000-REJEITAR-RESPOSTA
               WHEN OTHER
                   MOVE 'LIVRO CONSENT INDISPONIVEL' TO MOTIVO-ERRO
                   PERFORM 2000-REJEITAR-RESPOSTA
           END-EVALUATE.

       1200-GRAVAR-MOVIMENTO.
           ACCEPT MC-DATA FROM DATE YYYYMMDD
           MOVE FUNCTION CURRENT-DATE(9:6) TO MC-HORA
           MOVE 'U' TO MOV-ACAO
           MOVE CLI-NUMERO TO MOV-NUMERO
           MOVE MOV-CARIMBO TO MOV-DATA-HORA
           MOVE REG-CLIENTE TO MOV-IMAGEM
           WRITE REG-MOVIMENTO.

       2000-REJEITAR-RESPOSTA.
           ADD 1 TO QTD-REJEITADAS
           MOVE SPACES TO REG-ERRO-CAMP
