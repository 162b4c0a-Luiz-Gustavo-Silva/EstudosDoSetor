      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Recepcao de encomendas na portaria: cada pacote
      *          deixado no portao entra no ENCOMEND com a
      *          transportadora, o codigo de rastreio, o destinatario
      *          (o mesmo codigo de anfitriao do LOG-ANFITRIAO,
      *          conferido no cadastro OPERADORES), data, hora e o
      *          portao da instancia (PORTAOCFG). O recebimento gera o
      *          aviso de retirada do destinatario no ENCAVISO, e a
      *          retirada anota quem levou o pacote. A mesa da
      *          recepcao pesquisa pelo codigo de rastreio; os pacotes
      *          parados ha dias saem no EncomendaPendente.cbl.
      *          Mudancas journaladas pelo copybook compartilhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EncomendaPortaria.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENCOMENDAS ASSIGN TO "ENCOMEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               ALTERNATE RECORD KEY IS ENC-RASTREIO
                   WITH DUPLICATES
               FILE STATUS IS FS-ENCOMENDAS.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.
      *----Numero do portao desta instancia; sem o arquivo vale 01
           SELECT OPTIONAL PORTAO-CFG ASSIGN TO "PORTAOCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PORTAO.
      *----Avisos de retirada para os destinatarios, acumulados no dia
           SELECT OPTIONAL AVISOS-RETIRADA ASSIGN TO "ENCAVISO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AVISOS.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ENCOMENDAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegEncomenda.
       FD  OPERADORES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOperador.
       FD  PORTAO-CFG.
       01  REG-PORTAO-CFG.
           03 CFG-PORTAO PIC 9(2).
       FD  AVISOS-RETIRADA.
       01  REG-AVISO-RETIRADA PIC X(132).
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-ENCOMENDAS PIC X(2).
       01  FS-OPERADORES PIC X(2).
       01  FS-PORTAO PIC X(2).
       01  FS-AVISOS PIC X(2).
       01  FIM-ENCOMENDAS PIC X.
       01  OPCAO PIC 9 VALUE 0.
       77  PORTAO-INSTANCIA PIC 9(2) VALUE 01.
       01  OPERADOR-SESSAO PIC X(10).
       01  DATA-HOJE PIC 9(8).
       01  HORA-AGORA PIC 9(6).
       01  NUMERO-PESQUISA PIC 9(6).
       01  RASTREIO-PESQUISA PIC X(30).
       01  PROXIMO-NUMERO PIC 9(6).
       01  DESTINATARIO-VALIDO PIC X.
       01  NOME-DESTINATARIO PIC X(30).
       01  RESPOSTA PIC X(3).
       01  QTD-LISTADAS PIC 9(4).
       01  LINHA-AVISO.
           03 FILLER PIC X(11) VALUE 'ENCOMENDA '.
           03 LA-NUMERO PIC 9(6).
           03 FILLER PIC X(6) VALUE ' PARA '.
           03 LA-DESTINATARIO PIC X(10).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LA-NOME PIC X(30).
           03 FILLER PIC X(15) VALUE ' - RETIRAR NO P'.
           03 LA-PORTAO PIC 9(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LA-TRANSPORTADORA PIC X(20).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LA-RASTREIO PIC X(28).
       PROCEDURE DIVISION.
           PERFORM 0055-LER-PORTAO
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT OPERADOR-SESSAO FROM ENVIRONMENT 'USER'
           OPEN I-O ENCOMENDAS
           OPEN INPUT OPERADORES
           OPEN EXTEND AVISOS-RETIRADA
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'ENCOMENDAPORTARIA' TO AUDIT-PROGRAMA
           MOVE OPERADOR-SESSAO TO AUDIT-OPERADOR
           PERFORM UNTIL OPCAO = 9
               DISPLAY 'Portao ' PORTAO-INSTANCIA
                   ' - recepcao de encomendas'
               DISPLAY '1 - Receber encomenda'
               DISPLAY '2 - Registrar retirada'
               DISPLAY '3 - Pesquisar por codigo de rastreio'
               DISPLAY '4 - Listar encomendas aguardando retirada'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-RECEBER
                   WHEN 2
                       PERFORM 2000-RETIRAR
                   WHEN 3
                       PERFORM 3000-PESQUISAR-RASTREIO
                   WHEN 4
                       PERFORM 4000-LISTAR-AGUARDANDO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE ENCOMENDAS
           CLOSE OPERADORES
           CLOSE AVISOS-RETIRADA
           CLOSE AUDIT-JOURNAL
           GOBACK.

       0055-LER-PORTAO.
           OPEN INPUT PORTAO-CFG
           IF FS-PORTAO = '00'
               READ PORTAO-CFG
                   NOT AT END
                       MOVE CFG-PORTAO TO PORTAO-INSTANCIA
               END-READ
           END-IF
           CLOSE PORTAO-CFG.

       1000-RECEBER.
           PERFORM 1200-DIGITAR-DESTINATARIO
           IF DESTINATARIO-VALIDO = 'N'
               DISPLAY 'Destinatario nao cadastrado, encomenda nao '
                   'registrada'
           ELSE
               PERFORM 1100-PROXIMO-NUMERO
               MOVE PROXIMO-NUMERO TO ENC-NUMERO
               MOVE OPE-ID TO ENC-DESTINATARIO
               DISPLAY 'Transportadora: '
               ACCEPT ENC-TRANSPORTADORA
               MOVE SPACES TO ENC-RASTREIO
               PERFORM UNTIL ENC-RASTREIO NOT = SPACES
                   DISPLAY 'Codigo de rastreio: '
                   ACCEPT ENC-RASTREIO
               END-PERFORM
               INSPECT ENC-RASTREIO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE DATA-HOJE TO ENC-DATA-RECEBIDA
               ACCEPT HORA-AGORA FROM TIME
               MOVE HORA-AGORA TO ENC-HORA-RECEBIDA
               MOVE PORTAO-INSTANCIA TO ENC-PORTAO
               MOVE OPERADOR-SESSAO TO ENC-OPERADOR-RECEBEU
               SET ENC-AGUARDANDO TO TRUE
               MOVE DATA-HOJE TO ENC-DATA-AVISO
               MOVE SPACES TO ENC-RETIRADO-POR
               MOVE 0 TO ENC-DOCUMENTO-RETIRADA
               MOVE 0 TO ENC-DATA-RETIRADA
               MOVE 0 TO ENC-HORA-RETIRADA
               MOVE SPACES TO ENC-OPERADOR-ENTREGOU
               WRITE REG-ENCOMENDA
               PERFORM 1300-GRAVAR-AVISO
               MOVE SPACES TO AUDIT-VALOR-ANTES
               MOVE 'RECEBE-ENCOMENDA' TO AUDIT-ACAO
               PERFORM 1400-MONTAR-VALOR
               PERFORM 9900-GRAVAR-AUDITORIA
               DISPLAY 'Encomenda ' ENC-NUMERO ' registrada, aviso '
                   'de retirada gerado para ' ENC-DESTINATARIO
           END-IF.

      *----As encomendas sao numeradas em sequencia: a ultima mais um
       1100-PROXIMO-NUMERO.
           MOVE 0 TO PROXIMO-NUMERO
           MOVE 'N' TO FIM-ENCOMENDAS
           MOVE 0 TO ENC-NUMERO
           START ENCOMENDAS KEY NOT LESS THAN ENC-NUMERO
               INVALID KEY
                   MOVE 'S' TO FIM-ENCOMENDAS
           END-START
           PERFORM UNTIL FIM-ENCOMENDAS = 'S'
               READ ENCOMENDAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ENCOMENDAS
                   NOT AT END
                       MOVE ENC-NUMERO TO PROXIMO-NUMERO
               END-READ
           END-PERFORM
           ADD 1 TO PROXIMO-NUMERO.

      *----O destinatario e o codigo de anfitriao da portaria, isto e
      *----o OPE-ID de quem recebe visitas; codigo fora do cadastro
      *----nao recebe encomenda
       1200-DIGITAR-DESTINATARIO.
           MOVE 'N' TO DESTINATARIO-VALIDO
           MOVE SPACES TO NOME-DESTINATARIO
           DISPLAY 'Destinatario (codigo do anfitriao): '
           ACCEPT OPE-ID
           READ OPERADORES KEY IS OPE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO DESTINATARIO-VALIDO
                   MOVE OPE-NOME TO NOME-DESTINATARIO
                   DISPLAY 'Destinatario: ' OPE-NOME
           END-READ.

      *----Aviso de retirada: uma linha por encomenda no ENCAVISO,
      *----distribuido aos destinatarios
       1300-GRAVAR-AVISO.
           MOVE ENC-NUMERO TO LA-NUMERO
           MOVE ENC-DESTINATARIO TO LA-DESTINATARIO
           MOVE NOME-DESTINATARIO TO LA-NOME
           MOVE ENC-PORTAO TO LA-PORTAO
           MOVE ENC-TRANSPORTADORA TO LA-TRANSPORTADORA
           MOVE ENC-RASTREIO TO LA-RASTREIO
           MOVE LINHA-AVISO TO REG-AVISO-RETIRADA
           WRITE REG-AVISO-RETIRADA.

       1400-MONTAR-VALOR.
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING ENC-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ENC-DESTINATARIO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ENC-SITUACAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ENC-RASTREIO DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS.

       2000-RETIRAR.
           DISPLAY 'Numero da encomenda: '
           ACCEPT NUMERO-PESQUISA
           MOVE NUMERO-PESQUISA TO ENC-NUMERO
           READ ENCOMENDAS KEY IS ENC-NUMERO
               INVALID KEY
                   DISPLAY 'Encomenda nao encontrada'
               NOT INVALID KEY
                   IF ENC-RETIRADA
                       DISPLAY 'Encomenda ja retirada por '
                           ENC-RETIRADO-POR ' em '
                           ENC-DATA-RETIRADA
                   ELSE
                       PERFORM 2100-CONFIRMAR-RETIRADA
                   END-IF
           END-READ.

       2100-CONFIRMAR-RETIRADA.
           DISPLAY ENC-NUMERO ' ' ENC-TRANSPORTADORA ' '
               ENC-RASTREIO ' PARA ' ENC-DESTINATARIO
           DISPLAY 'Confirma a retirada? SIM/NAO'
           ACCEPT RESPOSTA
           INSPECT RESPOSTA CONVERTING 'simnao' TO 'SIMNAO'
           IF RESPOSTA = 'SIM'
               PERFORM 1400-MONTAR-VALOR
               MOVE AUDIT-VALOR-DEPOIS TO AUDIT-VALOR-ANTES
               MOVE SPACES TO ENC-RETIRADO-POR
               PERFORM UNTIL ENC-RETIRADO-POR NOT = SPACES
                   DISPLAY 'Retirado por (nome): '
                   ACCEPT ENC-RETIRADO-POR
               END-PERFORM
               DISPLAY 'Documento de quem retirou (so numeros): '
               ACCEPT ENC-DOCUMENTO-RETIRADA
               MOVE DATA-HOJE TO ENC-DATA-RETIRADA
               ACCEPT HORA-AGORA FROM TIME
               MOVE HORA-AGORA TO ENC-HORA-RETIRADA
               MOVE OPERADOR-SESSAO TO ENC-OPERADOR-ENTREGOU
               SET ENC-RETIRADA TO TRUE
               REWRITE REG-ENCOMENDA
               MOVE 'RETIRADA-ENCOMENDA' TO AUDIT-ACAO
               MOVE SPACES TO AUDIT-VALOR-DEPOIS
               STRING ENC-NUMERO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ENC-SITUACAO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ENC-RETIRADO-POR DELIMITED BY SIZE
                   INTO AUDIT-VALOR-DEPOIS
               PERFORM 9900-GRAVAR-AUDITORIA
               DISPLAY 'Retirada registrada'
           END-IF.

      *----Pesquisa pela chave alternada do rastreio; o mesmo codigo
      *----pode aparecer em transportadoras diferentes
       3000-PESQUISAR-RASTREIO.
           MOVE 0 TO QTD-LISTADAS
           DISPLAY 'Codigo de rastreio: '
           ACCEPT RASTREIO-PESQUISA
           INSPECT RASTREIO-PESQUISA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE RASTREIO-PESQUISA TO ENC-RASTREIO
           MOVE 'N' TO FIM-ENCOMENDAS
           START ENCOMENDAS KEY NOT LESS THAN ENC-RASTREIO
               INVALID KEY
                   MOVE 'S' TO FIM-ENCOMENDAS
           END-START
           PERFORM UNTIL FIM-ENCOMENDAS = 'S'
               READ ENCOMENDAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ENCOMENDAS
                   NOT AT END
                       IF ENC-RASTREIO = RASTREIO-PESQUISA
                           ADD 1 TO QTD-LISTADAS
                           PERFORM 3100-MOSTRAR-ENCOMENDA
                       ELSE
                           MOVE 'S' TO FIM-ENCOMENDAS
                       END-IF
               END-READ
           END-PERFORM
           IF QTD-LISTADAS = 0
               DISPLAY 'Nenhuma encomenda com esse rastreio'
           END-IF.

       3100-MOSTRAR-ENCOMENDA.
           DISPLAY ENC-NUMERO ' ' ENC-TRANSPORTADORA ' PARA '
               ENC-DESTINATARIO ' RECEBIDA ' ENC-DATA-RECEBIDA ' '
               ENC-HORA-RECEBIDA ' P' ENC-PORTAO
           IF ENC-RETIRADA
               DISPLAY '       RETIRADA POR ' ENC-RETIRADO-POR
                   ' EM ' ENC-DATA-RETIRADA ' ' ENC-HORA-RETIRADA
           ELSE
               DISPLAY '       AGUARDANDO RETIRADA, AVISO DE '
                   ENC-DATA-AVISO
           END-IF.

       4000-LISTAR-AGUARDANDO.
           MOVE 0 TO QTD-LISTADAS
           MOVE 'N' TO FIM-ENCOMENDAS
           MOVE 0 TO ENC-NUMERO
           START ENCOMENDAS KEY NOT LESS THAN ENC-NUMERO
               INVALID KEY
                   MOVE 'S' TO FIM-ENCOMENDAS
           END-START
           PERFORM UNTIL FIM-ENCOMENDAS = 'S'
               READ ENCOMENDAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ENCOMENDAS
                   NOT AT END
                       IF ENC-AGUARDANDO
                           ADD 1 TO QTD-LISTADAS
                           PERFORM 3100-MOSTRAR-ENCOMENDA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY QTD-LISTADAS ' encomenda(s) aguardando retirada'.

       COPY GravarAuditoria.
       END PROGRAM EncomendaPortaria.
