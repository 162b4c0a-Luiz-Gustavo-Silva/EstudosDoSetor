      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Livro de ocorrencias da portaria no lugar do caderno
      *          de papel: visitante que se recusa a mostrar documento,
      *          banido tentando entrar, cracha perdido, avaria. Cada
      *          ocorrencia no OCORREN leva o portao da instancia
      *          (PORTAOCFG), o operador, a linha do ENTRYLOG (pela
      *          data-hora dela) e o documento do visitante quando ha,
      *          com tipo e gravidade. Gravidade no limite do
      *          parametro central OCORRENCIA/GRAV-ESCALA (reserva 3)
      *          ou acima vai para a lista de escalonamento do
      *          supervisor de seguranca (OCOESCRPT). Ocorrencia aberta
      *          recebe acompanhamentos ate ser encerrada. Mudancas
      *          journaladas pelo copybook compartilhado; o resumo
      *          mensal por tipo e portao sai no VisitanteEstatistica.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OcorrenciaPortaria.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OCORRENCIAS ASSIGN TO "OCORREN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCO-NUMERO
               FILE STATUS IS FS-OCORRENCIAS.
      *----Log do portao desta instancia, para amarrar a ocorrencia
      *----a linha do evento
           SELECT OPTIONAL ENTRY-LOG ASSIGN TO "ENTRYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.
           SELECT OPTIONAL VISITANTES ASSIGN TO "VISITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIS-DOCUMENTO
               FILE STATUS IS FS-VISITANTES.
      *----Numero do portao desta instancia; sem o arquivo vale 01
           SELECT OPTIONAL PORTAO-CFG ASSIGN TO "PORTAOCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PORTAO.
           SELECT RELATORIO-ESCALA ASSIGN TO "OCOESCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  OCORRENCIAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOcorrencia.
       FD  ENTRY-LOG.
      *----Mesma largura gravada pelo VisitanteControle.cbl
       01  REG-ENTRY-LOG PIC X(132).
       FD  VISITANTES.
      *----Mesmo layout do REG-VISITANTE de VisitantesManutencao.cbl
       01  REG-VISITANTE.
           03 VIS-DOCUMENTO PIC 9(11).
           03 VIS-NOME PIC X(30).
           03 VIS-STATUS PIC X(1).
               88 VIS-NORMAL VALUE 'N'.
               88 VIS-BANIDO VALUE 'B'.
           03 VIS-MOTIVO-BAN PIC X(30).
           03 VIS-BAN-EXPIRA PIC 9(8).
       FD  PORTAO-CFG.
       01  REG-PORTAO-CFG.
           03 CFG-PORTAO PIC 9(2).
       FD  RELATORIO-ESCALA.
       01  REG-RELATORIO-ESCALA PIC X(132).
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-OCORRENCIAS PIC X(2).
       01  FS-LOG PIC X(2).
       01  FS-VISITANTES PIC X(2).
       01  FS-PORTAO PIC X(2).
       01  FIM-OCORRENCIAS PIC X.
       01  FIM-LOG PIC X.
       01  OPCAO PIC 9 VALUE 0.
       77  PORTAO-INSTANCIA PIC 9(2) VALUE 01.
       01  OPERADOR-SESSAO PIC X(10).
       01  DATA-HOJE PIC 9(8).
       01  HORA-AGORA PIC 9(6).
       01  NUMERO-PESQUISA PIC 9(6).
       01  PROXIMO-NUMERO PIC 9(6).
       01  REFERENCIA-LOG PIC X(15).
       01  LINHA-ACHADA PIC X.
       01  NOME-NO-LOG PIC X(30).
       01  RESPOSTA PIC X(3).
       01  QTD-LISTADAS PIC 9(4).
      *----Gravidade a partir da qual a ocorrencia escala para o
      *----supervisor; valor vigente do arquivo central por cima
       77  GRAVIDADE-ESCALA PIC 9(1) VALUE 3.
       01  GRAVIDADE-LISTA PIC 9(1).
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
       01  LINHA-ESCALA.
           03 LE-NUMERO PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LE-GRAVIDADE PIC 9(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LE-TIPO PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LE-DATA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LE-PORTAO PIC 9(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LE-SITUACAO PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LE-DESCRICAO PIC X(60).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LE-RESPONSAVEL PIC X(10).
       01  LINHA-TEXTO PIC X(132).
       PROCEDURE DIVISION.
           PERFORM 0055-LER-PORTAO
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0060-LER-PARAMETRO
           ACCEPT OPERADOR-SESSAO FROM ENVIRONMENT 'USER'
           OPEN I-O OCORRENCIAS
           OPEN INPUT VISITANTES
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'OCORRENCIAPORTARIA' TO AUDIT-PROGRAMA
           MOVE OPERADOR-SESSAO TO AUDIT-OPERADOR
           PERFORM UNTIL OPCAO = 9
               DISPLAY 'Portao ' PORTAO-INSTANCIA
                   ' - livro de ocorrencias'
               DISPLAY '1 - Registrar ocorrencia'
               DISPLAY '2 - Listar ocorrencias em aberto'
               DISPLAY '3 - Registrar acompanhamento'
               DISPLAY '4 - Encerrar ocorrencia'
               DISPLAY '5 - Lista de escalonamento do supervisor'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-REGISTRAR
                   WHEN 2
                       PERFORM 2000-LISTAR-ABERTAS
                   WHEN 3
                       PERFORM 3000-ACOMPANHAR
                   WHEN 4
                       PERFORM 4000-ENCERRAR
                   WHEN 5
                       PERFORM 5000-LISTA-ESCALONAMENTO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE OCORRENCIAS
           CLOSE VISITANTES
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

       0060-LER-PARAMETRO.
           MOVE 'OCORRENCIA' TO PARAM-PROGRAMA
           MOVE 'GRAV-ESCALA' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE GRAVIDADE-ESCALA = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF.

       1000-REGISTRAR.
           PERFORM 1100-PROXIMO-NUMERO
           MOVE PROXIMO-NUMERO TO OCO-NUMERO
           ACCEPT OCO-DATA FROM DATE YYYYMMDD
           ACCEPT HORA-AGORA FROM TIME
           MOVE HORA-AGORA TO OCO-HORA
           MOVE PORTAO-INSTANCIA TO OCO-PORTAO
           MOVE OPERADOR-SESSAO TO OCO-OPERADOR
           MOVE SPACE TO OCO-TIPO
           PERFORM UNTIL OCO-TIPO-VALIDO
               DISPLAY 'Tipo - D recusa de documento, B banido, '
                   'C cracha perdido, A avaria, O outros: '
               ACCEPT OCO-TIPO
               INSPECT OCO-TIPO CONVERTING 'dbcao' TO 'DBCAO'
           END-PERFORM
           MOVE 0 TO OCO-GRAVIDADE
           PERFORM UNTIL OCO-GRAVIDADE-VALIDA
               DISPLAY 'Gravidade - 1 baixa, 2 media, 3 alta, '
                   '4 critica: '
               ACCEPT OCO-GRAVIDADE
           END-PERFORM
           DISPLAY 'Documento do visitante (0 se nao ha): '
           ACCEPT OCO-DOCUMENTO
           IF OCO-DOCUMENTO NOT = 0
               MOVE OCO-DOCUMENTO TO VIS-DOCUMENTO
               READ VISITANTES KEY IS VIS-DOCUMENTO
                   INVALID KEY
                       DISPLAY 'Documento fora do cadastro de '
                           'visitantes'
                   NOT INVALID KEY
                       DISPLAY 'Visitante: ' VIS-NOME
               END-READ
           END-IF
           PERFORM 1200-AMARRAR-LOG
           MOVE SPACES TO OCO-DESCRICAO
           PERFORM UNTIL OCO-DESCRICAO NOT = SPACES
               DISPLAY 'Descricao: '
               ACCEPT OCO-DESCRICAO
           END-PERFORM
           SET OCO-ABERTA TO TRUE
           IF OCO-GRAVIDADE NOT LESS GRAVIDADE-ESCALA
               SET OCO-ESCALADA-SUPERVISOR TO TRUE
           ELSE
               MOVE 'N' TO OCO-ESCALADA
           END-IF
           MOVE SPACES TO OCO-ACOMPANHAMENTO
           MOVE 0 TO OCO-DATA-ACOMPANHAMENTO
           MOVE SPACES TO OCO-RESPONSAVEL
           MOVE 0 TO OCO-DATA-ENCERRAMENTO
           WRITE REG-OCORRENCIA
           MOVE SPACES TO AUDIT-VALOR-ANTES
           MOVE 'INCLUSAO-OCORRENCIA' TO AUDIT-ACAO
           PERFORM 1300-MONTAR-VALOR
           PERFORM 9900-GRAVAR-AUDITORIA
           DISPLAY 'Ocorrencia ' OCO-NUMERO ' registrada'
           IF OCO-ESCALADA-SUPERVISOR
               DISPLAY '*** ESCALADA AO SUPERVISOR DE SEGURANCA ***'
           END-IF.

      *----As ocorrencias sao numeradas em sequencia: a ultima mais um
       1100-PROXIMO-NUMERO.
           MOVE 0 TO PROXIMO-NUMERO
           MOVE 'N' TO FIM-OCORRENCIAS
           MOVE 0 TO OCO-NUMERO
           START OCORRENCIAS KEY NOT LESS THAN OCO-NUMERO
               INVALID KEY
                   MOVE 'S' TO FIM-OCORRENCIAS
           END-START
           PERFORM UNTIL FIM-OCORRENCIAS = 'S'
               READ OCORRENCIAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-OCORRENCIAS
                   NOT AT END
                       MOVE OCO-NUMERO TO PROXIMO-NUMERO
               END-READ
           END-PERFORM
           ADD 1 TO PROXIMO-NUMERO.

      *----A linha do ENTRYLOG e achada pela data-hora gravada nela;
      *----referencia que nao existe no log fica em branco
       1200-AMARRAR-LOG.
           MOVE SPACES TO OCO-ENTRYLOG
           DISPLAY 'Data-hora da linha do ENTRYLOG '
               '(AAAAMMDD-HHMMSS, em branco se nao ha): '
           ACCEPT REFERENCIA-LOG
           IF REFERENCIA-LOG NOT = SPACES
               MOVE 'N' TO LINHA-ACHADA
               MOVE 'N' TO FIM-LOG
               OPEN INPUT ENTRY-LOG
               IF FS-LOG NOT = '00'
                   MOVE 'S' TO FIM-LOG
               END-IF
               PERFORM UNTIL FIM-LOG = 'S'
                   READ ENTRY-LOG
                       AT END
                           MOVE 'S' TO FIM-LOG
                       NOT AT END
                           IF REG-ENTRY-LOG(1:15) = REFERENCIA-LOG
                               MOVE 'S' TO LINHA-ACHADA
                               MOVE 'S' TO FIM-LOG
                               MOVE REG-ENTRY-LOG(18:30)
                                   TO NOME-NO-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTRY-LOG
               IF LINHA-ACHADA = 'S'
                   MOVE REFERENCIA-LOG TO OCO-ENTRYLOG
                   DISPLAY 'Linha do log: ' NOME-NO-LOG
               ELSE
                   DISPLAY 'Linha nao encontrada no ENTRYLOG, '
                       'ocorrencia sem referencia ao log'
               END-IF
           END-IF.

       1300-MONTAR-VALOR.
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING OCO-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               OCO-TIPO DELIMITED BY SIZE
               ' G' DELIMITED BY SIZE
               OCO-GRAVIDADE DELIMITED BY SIZE
               ' P' DELIMITED BY SIZE
               OCO-PORTAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               OCO-SITUACAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               OCO-DOCUMENTO DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS.

       2000-LISTAR-ABERTAS.
           MOVE 0 TO QTD-LISTADAS
           MOVE 'N' TO FIM-OCORRENCIAS
           MOVE 0 TO OCO-NUMERO
           START OCORRENCIAS KEY NOT LESS THAN OCO-NUMERO
               INVALID KEY
                   MOVE 'S' TO FIM-OCORRENCIAS
           END-START
           PERFORM UNTIL FIM-OCORRENCIAS = 'S'
               READ OCORRENCIAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-OCORRENCIAS
                   NOT AT END
                       IF NOT OCO-ENCERRADA
                           ADD 1 TO QTD-LISTADAS
                           DISPLAY OCO-NUMERO ' ' OCO-DATA ' P'
                               OCO-PORTAO ' ' OCO-TIPO ' G'
                               OCO-GRAVIDADE ' ' OCO-SITUACAO ' '
                               OCO-DESCRICAO
                           IF OCO-ACOMPANHAMENTO NOT = SPACES
                               DISPLAY '       ULTIMO: '
                                   OCO-DATA-ACOMPANHAMENTO ' '
                                   OCO-ACOMPANHAMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY QTD-LISTADAS ' ocorrencia(s) em aberto'.

      *----Acompanhamento: a anotacao mais recente fica no registro e
      *----o historico inteiro no journal
       3000-ACOMPANHAR.
           DISPLAY 'Numero da ocorrencia: '
           ACCEPT NUMERO-PESQUISA
           MOVE NUMERO-PESQUISA TO OCO-NUMERO
           READ OCORRENCIAS KEY IS OCO-NUMERO
               INVALID KEY
                   DISPLAY 'Ocorrencia nao encontrada'
               NOT INVALID KEY
                   IF OCO-ENCERRADA
                       DISPLAY 'Ocorrencia ja encerrada'
                   ELSE
                       PERFORM 1300-MONTAR-VALOR
                       MOVE AUDIT-VALOR-DEPOIS TO AUDIT-VALOR-ANTES
                       DISPLAY 'Acompanhamento: '
                       ACCEPT OCO-ACOMPANHAMENTO
                       MOVE DATA-HOJE TO OCO-DATA-ACOMPANHAMENTO
                       MOVE OPERADOR-SESSAO TO OCO-RESPONSAVEL
                       SET OCO-EM-ACOMPANHAMENTO TO TRUE
                       REWRITE REG-OCORRENCIA
                       MOVE 'ACOMPANHA-OCORRENCIA' TO AUDIT-ACAO
                       MOVE OCO-ACOMPANHAMENTO TO AUDIT-VALOR-DEPOIS
                       PERFORM 9900-GRAVAR-AUDITORIA
                       DISPLAY 'Acompanhamento registrado'
                   END-IF
           END-READ.

       4000-ENCERRAR.
           DISPLAY 'Numero da ocorrencia: '
           ACCEPT NUMERO-PESQUISA
           MOVE NUMERO-PESQUISA TO OCO-NUMERO
           READ OCORRENCIAS KEY IS OCO-NUMERO
               INVALID KEY
                   DISPLAY 'Ocorrencia nao encontrada'
               NOT INVALID KEY
                   IF OCO-ENCERRADA
                       DISPLAY 'Ocorrencia ja encerrada'
                   ELSE
                       DISPLAY 'Confirma o encerramento? SIM/NAO'
                       ACCEPT RESPOSTA
                       INSPECT RESPOSTA CONVERTING 'simnao'
                           TO 'SIMNAO'
                       IF RESPOSTA = 'SIM'
                           PERFORM 1300-MONTAR-VALOR
                           MOVE AUDIT-VALOR-DEPOIS
                               TO AUDIT-VALOR-ANTES
                           DISPLAY 'Desfecho: '
                           ACCEPT OCO-ACOMPANHAMENTO
                           MOVE DATA-HOJE TO OCO-DATA-ACOMPANHAMENTO
                           MOVE OPERADOR-SESSAO TO OCO-RESPONSAVEL
                           MOVE DATA-HOJE TO OCO-DATA-ENCERRAMENTO
                           SET OCO-ENCERRADA TO TRUE
                           REWRITE REG-OCORRENCIA
                           MOVE 'ENCERRA-OCORRENCIA' TO AUDIT-ACAO
                           PERFORM 1300-MONTAR-VALOR
                           PERFORM 9900-GRAVAR-AUDITORIA
                           DISPLAY 'Ocorrencia encerrada'
                       END-IF
                   END-IF
           END-READ.

      *----Lista do supervisor: as escaladas ainda nao encerradas, da
      *----gravidade mais alta para a mais baixa
       5000-LISTA-ESCALONAMENTO.
           MOVE 0 TO QTD-LISTADAS
           OPEN OUTPUT RELATORIO-ESCALA
           MOVE SPACES TO LINHA-TEXTO
           STRING 'OCORRENCIAS ESCALADAS AO SUPERVISOR DE SEGURANCA - '
               DELIMITED BY SIZE
               DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-RELATORIO-ESCALA
           WRITE REG-RELATORIO-ESCALA
           MOVE SPACES TO REG-RELATORIO-ESCALA
           WRITE REG-RELATORIO-ESCALA
           PERFORM VARYING GRAVIDADE-LISTA FROM 4 BY -1
                   UNTIL GRAVIDADE-LISTA < 1
               PERFORM 5100-LISTAR-GRAVIDADE
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO-ESCALA
           WRITE REG-RELATORIO-ESCALA
           MOVE SPACES TO LINHA-TEXTO
           STRING 'ESCALADAS EM ABERTO: ' DELIMITED BY SIZE
               QTD-LISTADAS DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-RELATORIO-ESCALA
           WRITE REG-RELATORIO-ESCALA
           CLOSE RELATORIO-ESCALA
           DISPLAY 'Escaladas em aberto: ' QTD-LISTADAS
               ' (relatorio gravado)'.

       5100-LISTAR-GRAVIDADE.
           MOVE 'N' TO FIM-OCORRENCIAS
           MOVE 0 TO OCO-NUMERO
           START OCORRENCIAS KEY NOT LESS THAN OCO-NUMERO
               INVALID KEY
                   MOVE 'S' TO FIM-OCORRENCIAS
           END-START
           PERFORM UNTIL FIM-OCORRENCIAS = 'S'
               READ OCORRENCIAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-OCORRENCIAS
                   NOT AT END
                       IF OCO-ESCALADA-SUPERVISOR
                               AND NOT OCO-ENCERRADA
                               AND OCO-GRAVIDADE = GRAVIDADE-LISTA
                           ADD 1 TO QTD-LISTADAS
                           MOVE OCO-NUMERO TO LE-NUMERO
                           MOVE OCO-GRAVIDADE TO LE-GRAVIDADE
                           MOVE OCO-TIPO TO LE-TIPO
                           MOVE OCO-DATA TO LE-DATA
                           MOVE OCO-PORTAO TO LE-PORTAO
                           MOVE OCO-SITUACAO TO LE-SITUACAO
                           MOVE OCO-DESCRICAO TO LE-DESCRICAO
                           MOVE OCO-RESPONSAVEL TO LE-RESPONSAVEL
                           MOVE LINHA-ESCALA TO REG-RELATORIO-ESCALA
                           WRITE REG-RELATORIO-ESCALA
                           DISPLAY LINHA-ESCALA
                       END-IF
               END-READ
           END-PERFORM.

       COPY GravarAuditoria.
       END PROGRAM OcorrenciaPortaria.
