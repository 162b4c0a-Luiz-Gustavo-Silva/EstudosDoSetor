      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Pedido formal de revisao de nota de periodo ja
      *          fechado pelo TurmaBoletim (trava FECHTURMA), que o
      *          NotasManutencao nao deixa mais alterar. O pedido leva
      *          a nota anterior e a nova, o motivo e o solicitante, e
      *          fica pendente no REVNOTA ate a coordenacao pedagogica
      *          (operador com OPE-COORDENACAO) decidir; quem pediu nao
      *          aprova o proprio pedido. Aprovado, o NOTAS e regravado,
      *          a media ponderada e a situacao do periodo sao
      *          recalculadas no HISTESC pelas regras do TurmaBoletim e
      *          a linha corrigida do boletim sai no BOLREVIS. A
      *          coordenacao tambem reabre a turma para o periodo
      *          seguinte. Tudo journalado pelo copybook compartilhado.
      *          A senha e conferida pela rotina compartilhada
      *          Autenticacao (hash, troca obrigatoria e bloqueio
      *          persistente do operador).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NotaRevisao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REVISOES ASSIGN TO "REVNOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-NUMERO
               FILE STATUS IS FS-REVISOES.
           SELECT OPTIONAL FECHAMENTOS ASSIGN TO "FECHTURMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCH-TURMA
               FILE STATUS IS FS-FECHAMENTOS.
           SELECT OPTIONAL NOTAS ASSIGN TO "NOTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOT-CHAVE
               FILE STATUS IS FS-NOTAS.
           SELECT OPTIONAL ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-MATRICULA
               FILE STATUS IS FS-ALUNOS.
           SELECT OPTIONAL DISCIPLINAS ASSIGN TO "DISCIPLINAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS FS-DISCIPLINAS.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.
           SELECT OPTIONAL HISTORICO-ESCOLAR ASSIGN TO "HISTESC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS FS-HISTORICO.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "PARAMCFG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Linhas corrigidas do boletim, acumuladas entre as sessoes
      *----para a secretaria reimprimir e mandar para casa
           SELECT OPTIONAL BOLETIM-REVISADO ASSIGN TO "BOLREVIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  REVISOES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegRevisaoNota.
       FD  FECHAMENTOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegTurmaFechamento.
       FD  NOTAS.
      *----Mesmo layout do REG-NOTA de NotasManutencao.cbl
       01  REG-NOTA.
           03 NOT-CHAVE.
               05 NOT-MATRICULA PIC 9(6).
               05 NOT-DISCIPLINA PIC X(3).
           03 NOT-NOTA PIC 9(2).
           03 NOT-PESO PIC 9(1).
       FD  ALUNOS.
      *----Mesmo layout do REG-MATRICULADO de AlunosManutencao.cbl
       01  REG-MATRICULADO.
           03 MAT-MATRICULA PIC 9(6).
           03 MAT-NOME PIC X(30).
           03 MAT-TURMA PIC X(6).
           03 MAT-STATUS PIC X(1).
               88 MAT-ATIVO VALUE 'A'.
           03 MAT-DATA-INATIVACAO PIC 9(8).
           03 MAT-DATA-NASCIMENTO PIC 9(8).
           03 MAT-SEXO PIC X(1).
       FD  DISCIPLINAS.
      *----Mesmo layout mantido pelo DisciplinaManutencao.cbl
       01  REG-DISCIPLINA.
           03 DIS-CODIGO PIC X(3).
           03 DIS-NOME PIC X(20).
           03 DIS-PESO-PADRAO PIC 9(1).
       FD  OPERADORES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOperador.
       FD  HISTORICO-ESCOLAR.
      *----Mesmo layout do REG-HISTORICO-ESC de TurmaBoletim.cbl
       01  REG-HISTORICO-ESC.
           03 HST-CHAVE.
               05 HST-MATRICULA PIC 9(6).
               05 HST-ANO PIC 9(4).
               05 HST-PERIODO PIC 9(1).
           03 HST-TURMA PIC X(6).
           03 HST-DISCIPLINAS OCCURS 4 TIMES.
               05 HST-DISC-CODIGO PIC X(3).
               05 HST-DISC-NOTA PIC 9(2).
           03 HST-MEDIA PIC 9(2)V9(2).
           03 HST-FREQUENCIA PIC 9(3).
           03 HST-SITUACAO PIC X(1).
           03 HST-NOTA-FINAL PIC 9(2)V9(2).
       FD  PARAMETROS.
      *----Mesmo layout do REG-PARAMETROS de TurmaBoletim.cbl
       01  REG-PARAMETROS.
           03 PARM-NOTA-MINIMA PIC 9(2).
           03 PARM-FREQUENCIA-MINIMA PIC 9(3).
           03 PARM-NOTA-RECUPERACAO-MINIMA PIC 9(2).
       FD  BOLETIM-REVISADO.
       01  REG-BOLETIM-REVISADO PIC X(140).
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-REVISOES PIC X(2).
       01  FS-FECHAMENTOS PIC X(2).
       01  FS-NOTAS PIC X(2).
       01  FS-ALUNOS PIC X(2).
       01  FS-DISCIPLINAS PIC X(2).
       01  FS-OPERADORES PIC X(2).
       01  FS-HISTORICO PIC X(2).
       01  FIM-REVISOES PIC X.
       01  OPCAO PIC 9 VALUE 0.
       01  DATA-HOJE PIC 9(8).
       01  RESPOSTA PIC X(3).
       01  MATRICULA-PESQUISA PIC 9(6).
       01  DISCIPLINA-PESQUISA PIC X(3).
       01  TURMA-PESQUISA PIC X(6).
       01  NUMERO-PESQUISA PIC 9(6).
       01  NOTA-DIGITADA PIC 9(2).
       01  MOTIVO-DIGITADO PIC X(40).
       01  PROXIMO-NUMERO PIC 9(6).
       01  QTD-PENDENTES PIC 9(4).
      *----Sign-on contra o cadastro OPERADORES, como no MenuPrincipal;
      *----so a coordenacao decide pedido e reabre turma
       01  OPERADOR-SESSAO PIC X(10).
       01  SENHA-DIGITADA PIC X(8).
       01  RETORNO-AUTENTICACAO PIC 9(2).
       01  PROGRAMA-SIGNON PIC X(20) VALUE 'NOTAREVISAO'.
       01  SIGNON-OK PIC X VALUE 'N'.
       01  COORDENACAO-SESSAO PIC X VALUE 'N'.
      *----Posicao da disciplina do pedido dentro do HISTESC
       01  IDX-DISCIPLINA PIC 9(1).
       01  POSICAO-DISCIPLINA PIC 9(1).
      *----Recalculo da media: peso do NOTAS, senao o padrao do
      *----catalogo, senao 1, como o RosterMonta monta o CLASSROSTER
       01  PESO-DISCIPLINA PIC 9(1).
       01  SOMA-PONDERADA PIC 9(4).
       01  SOMA-PESOS PIC 9(2).
       01  MEDIA-ALUNO PIC 9(2)V9(2).
       01  SITUACAO-ANTERIOR PIC X(1).
       01  MEDIA-ANTERIOR PIC 9(2)V9(2).
       01  SITUACAO-CALCULADA PIC X(1).
       77  NOTA-MINIMA PIC 9(2) VALUE 5.
       77  NOTA-RECUPERACAO-MINIMA PIC 9(2) VALUE 3.
       77  FREQUENCIA-MINIMA PIC 9(3) VALUE 80.
      *----Mesmos parametros centrais do TurmaBoletim: o valor vigente
      *----no ParametroVigente vale mais que o PARAMCFG
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
      *----Mesmo desenho da linha do TurmaBoletim, com o numero do
      *----pedido que corrigiu a linha
       01  LINHA-BOLETIM.
           03 LB-MATRICULA PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LB-TURMA PIC X(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LB-NOME PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LB-DISCIPLINAS OCCURS 4 TIMES.
               05 LB-DISC-CODIGO PIC X(3).
               05 FILLER PIC X(1) VALUE SPACES.
               05 LB-DISC-NOTA PIC Z9.
               05 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'MEDIA '.
           03 LB-MEDIA PIC Z9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LB-MENSAGEM PIC X(50).
           03 FILLER PIC X(9) VALUE ' REVISAO '.
           03 LB-REVISAO PIC 9(6).
      *----Catalogo de mensagens numeradas do runbook do operador
       COPY MensagensSistema.
       PROCEDURE DIVISION.
           PERFORM 0100-SIGN-ON
           IF SIGNON-OK = 'N'
               DISPLAY 'Operador nao habilitado, sessao encerrada'
               GOBACK
           END-IF
           PERFORM 9700-CARREGAR-MENSAGENS
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0200-CARREGAR-PARAMETROS
           OPEN I-O REVISOES
           OPEN I-O FECHAMENTOS
           OPEN I-O NOTAS
           OPEN INPUT ALUNOS
           OPEN INPUT DISCIPLINAS
           OPEN I-O HISTORICO-ESCOLAR
           OPEN EXTEND BOLETIM-REVISADO
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'NOTAREVISAO' TO AUDIT-PROGRAMA
           MOVE OPERADOR-SESSAO TO AUDIT-OPERADOR
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar pedidos pendentes'
               DISPLAY '2 - Pedir revisao de nota'
               DISPLAY '3 - Decidir pedido (coordenacao)'
               DISPLAY '4 - Reabrir turma para o periodo seguinte '
                   '(coordenacao)'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-LISTAR-PENDENTES
                   WHEN 2
                       PERFORM 2000-PEDIR-REVISAO
                   WHEN 3
                       PERFORM 3000-DECIDIR-PEDIDO
                           THRU 3000-DECIDIR-SAIDA
                   WHEN 4
                       PERFORM 4000-REABRIR-TURMA
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE REVISOES
           CLOSE FECHAMENTOS
           CLOSE NOTAS
           CLOSE ALUNOS
           CLOSE DISCIPLINAS
           CLOSE HISTORICO-ESCOLAR
           CLOSE BOLETIM-REVISADO
           CLOSE AUDIT-JOURNAL
           GOBACK.

      *----Operador ativo com a senha certa; a coordenacao vem do
      *----cadastro
       0100-SIGN-ON.
           OPEN INPUT OPERADORES
           DISPLAY 'Operador: '
           ACCEPT OPERADOR-SESSAO
           DISPLAY 'Senha: '
           ACCEPT SENHA-DIGITADA
           CALL 'Autenticacao' USING OPERADOR-SESSAO SENHA-DIGITADA
               PROGRAMA-SIGNON RETORNO-AUTENTICACAO
           MOVE OPERADOR-SESSAO TO OPE-ID
           READ OPERADORES KEY IS OPE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RETORNO-AUTENTICACAO = 00 AND OPE-ATIVO
                       MOVE 'S' TO SIGNON-OK
                       IF OPE-COORDENACAO = 'S'
                           MOVE 'S' TO COORDENACAO-SESSAO
                       END-IF
                       DISPLAY 'Bem-vindo, ' OPE-NOME
                   END-IF
           END-READ
           CLOSE OPERADORES.

      *----Limites de aprovacao do TurmaBoletim: PARAMCFG de reserva,
      *----valor vigente do arquivo central por cima
       0200-CARREGAR-PARAMETROS.
           OPEN INPUT PARAMETROS
           READ PARAMETROS
               NOT AT END
                   MOVE PARM-NOTA-MINIMA TO NOTA-MINIMA
                   MOVE PARM-FREQUENCIA-MINIMA TO FREQUENCIA-MINIMA
                   MOVE PARM-NOTA-RECUPERACAO-MINIMA
                       TO NOTA-RECUPERACAO-MINIMA
           END-READ
           CLOSE PARAMETROS
           MOVE 'TURMABOLETIM' TO PARAM-PROGRAMA
           MOVE 'NOTA-MINIMA' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE NOTA-MINIMA = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           MOVE 'FREQ-MINIMA' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE FREQUENCIA-MINIMA =
                   FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           MOVE 'NOTA-RECUP' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE NOTA-RECUPERACAO-MINIMA =
                   FUNCTION NUMVAL(PARAM-VALOR)
           END-IF.

       1000-LISTAR-PENDENTES.
           MOVE 0 TO QTD-PENDENTES
           MOVE 'N' TO FIM-REVISOES
           MOVE 0 TO REV-NUMERO
           START REVISOES KEY NOT LESS THAN REV-NUMERO
               INVALID KEY
                   MOVE 'S' TO FIM-REVISOES
           END-START
           PERFORM UNTIL FIM-REVISOES = 'S'
               READ REVISOES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-REVISOES
                   NOT AT END
                       IF REV-PENDENTE
                           ADD 1 TO QTD-PENDENTES
                           DISPLAY REV-NUMERO ' ' REV-MATRICULA ' '
                               REV-DISCIPLINA ' ' REV-TURMA ' '
                               REV-PERIODO '/' REV-ANO ' NOTA '
                               REV-NOTA-ANTERIOR ' PARA '
                               REV-NOTA-NOVA ' POR ' REV-SOLICITANTE
                           DISPLAY '       MOTIVO: ' REV-MOTIVO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY QTD-PENDENTES ' pedido(s) pendente(s)'.

      *----So nota de turma com o periodo fechado vai por pedido; com
      *----a turma aberta a nota se corrige no NotasManutencao
       2000-PEDIR-REVISAO.
           DISPLAY 'Matricula: '
           ACCEPT MATRICULA-PESQUISA
           DISPLAY 'Disciplina: '
           ACCEPT DISCIPLINA-PESQUISA
           INSPECT DISCIPLINA-PESQUISA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE MATRICULA-PESQUISA TO MAT-MATRICULA
           READ ALUNOS KEY IS MAT-MATRICULA
               INVALID KEY
                   DISPLAY 'Matricula nao cadastrada'
               NOT INVALID KEY
                   MOVE MAT-TURMA TO FCH-TURMA
                   READ FECHAMENTOS KEY IS FCH-TURMA
                       INVALID KEY
                           DISPLAY 'Turma ' MAT-TURMA ' sem periodo '
                               'fechado: corrija no NotasManutencao'
                       NOT INVALID KEY
                           IF NOT FCH-FECHADO
                               DISPLAY 'Turma ' MAT-TURMA ' aberta: '
                                   'corrija no NotasManutencao'
                           ELSE
                               PERFORM 2100-VALIDAR-NOTA
                           END-IF
                   END-READ
           END-READ.

      *----A nota precisa existir no NOTAS e a disciplina precisa ter
      *----entrado no historico do periodo fechado
       2100-VALIDAR-NOTA.
           MOVE MATRICULA-PESQUISA TO NOT-MATRICULA
           MOVE DISCIPLINA-PESQUISA TO NOT-DISCIPLINA
           READ NOTAS KEY IS NOT-CHAVE
               INVALID KEY
                   DISPLAY 'Nota nao encontrada'
               NOT INVALID KEY
                   MOVE MATRICULA-PESQUISA TO HST-MATRICULA
                   MOVE FCH-ANO TO HST-ANO
                   MOVE FCH-PERIODO TO HST-PERIODO
                   READ HISTORICO-ESCOLAR KEY IS HST-CHAVE
                       INVALID KEY
                           DISPLAY 'Aluno sem historico no periodo '
                               FCH-PERIODO '/' FCH-ANO
                       NOT INVALID KEY
                           PERFORM 2150-LOCALIZAR-DISCIPLINA
                           IF POSICAO-DISCIPLINA = 0
                               DISPLAY 'Disciplina fora do historico '
                                   'do periodo'
                           ELSE
                               PERFORM 2200-GRAVAR-PEDIDO
                           END-IF
                   END-READ
           END-READ.

       2150-LOCALIZAR-DISCIPLINA.
           MOVE 0 TO POSICAO-DISCIPLINA
           PERFORM VARYING IDX-DISCIPLINA FROM 1 BY 1
                   UNTIL IDX-DISCIPLINA > 4
               IF HST-DISC-CODIGO(IDX-DISCIPLINA) = NOT-DISCIPLINA
                   MOVE IDX-DISCIPLINA TO POSICAO-DISCIPLINA
               END-IF
           END-PERFORM.

       2200-GRAVAR-PEDIDO.
           DISPLAY 'Nota atual: ' NOT-NOTA
           DISPLAY 'Nota revisada (0-10): '
           ACCEPT NOTA-DIGITADA
           DISPLAY 'Motivo: '
           ACCEPT MOTIVO-DIGITADO
           EVALUATE TRUE
               WHEN NOTA-DIGITADA > 10
                   DISPLAY 'Nota invalida'
               WHEN NOTA-DIGITADA = NOT-NOTA
                   DISPLAY 'Nota revisada igual a atual, pedido nao '
                       'gravado'
               WHEN MOTIVO-DIGITADO = SPACES
                   DISPLAY 'Motivo obrigatorio, pedido nao gravado'
               WHEN OTHER
                   PERFORM 2250-MONTAR-PEDIDO
           END-EVALUATE.

       2250-MONTAR-PEDIDO.
           PERFORM 2300-PROXIMO-NUMERO
           MOVE PROXIMO-NUMERO TO REV-NUMERO
           MOVE NOT-MATRICULA TO REV-MATRICULA
           MOVE NOT-DISCIPLINA TO REV-DISCIPLINA
           MOVE FCH-TURMA TO REV-TURMA
           MOVE FCH-ANO TO REV-ANO
           MOVE FCH-PERIODO TO REV-PERIODO
           MOVE NOT-NOTA TO REV-NOTA-ANTERIOR
           MOVE NOTA-DIGITADA TO REV-NOTA-NOVA
           MOVE MOTIVO-DIGITADO TO REV-MOTIVO
           MOVE OPERADOR-SESSAO TO REV-SOLICITANTE
           MOVE DATA-HOJE TO REV-DATA-PEDIDO
           SET REV-PENDENTE TO TRUE
           MOVE SPACES TO REV-APROVADOR
           MOVE 0 TO REV-DATA-DECISAO
           WRITE REG-REVISAO-NOTA
           MOVE SPACES TO AUDIT-VALOR-ANTES
           MOVE 'PEDIDO-REVISAO-NOTA' TO AUDIT-ACAO
           PERFORM 2400-MONTAR-VALOR-PEDIDO
           PERFORM 9900-GRAVAR-AUDITORIA
           DISPLAY 'Pedido ' REV-NUMERO ' gravado, aguardando '
               'a coordenacao'.

      *----Os pedidos sao numerados em sequencia: o ultimo mais um
       2300-PROXIMO-NUMERO.
           MOVE 0 TO PROXIMO-NUMERO
           MOVE 'N' TO FIM-REVISOES
           MOVE 0 TO REV-NUMERO
           START REVISOES KEY NOT LESS THAN REV-NUMERO
               INVALID KEY
                   MOVE 'S' TO FIM-REVISOES
           END-START
           PERFORM UNTIL FIM-REVISOES = 'S'
               READ REVISOES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-REVISOES
                   NOT AT END
                       MOVE REV-NUMERO TO PROXIMO-NUMERO
               END-READ
           END-PERFORM
           ADD 1 TO PROXIMO-NUMERO.

       2400-MONTAR-VALOR-PEDIDO.
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING REV-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REV-MATRICULA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REV-DISCIPLINA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REV-NOTA-ANTERIOR DELIMITED BY SIZE
               '>' DELIMITED BY SIZE
               REV-NOTA-NOVA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REV-SITUACAO DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS.

      *----Decisao da coordenacao; quem pediu nao decide o proprio
      *----pedido, e a nota que mudou depois do pedido derruba o
      *----pedido em vez de sobrepor a correcao mais nova
       3000-DECIDIR-PEDIDO.
           IF COORDENACAO-SESSAO NOT = 'S'
               DISPLAY 'Decisao restrita a coordenacao pedagogica'
               GO TO 3000-DECIDIR-SAIDA
           END-IF
           DISPLAY 'Numero do pedido: '
           ACCEPT NUMERO-PESQUISA
           MOVE NUMERO-PESQUISA TO REV-NUMERO
           READ REVISOES KEY IS REV-NUMERO
               INVALID KEY
                   DISPLAY 'Pedido nao encontrado'
                   GO TO 3000-DECIDIR-SAIDA
           END-READ
           IF NOT REV-PENDENTE
               DISPLAY 'Pedido ja decidido: ' REV-SITUACAO
               GO TO 3000-DECIDIR-SAIDA
           END-IF
           IF REV-SOLICITANTE = OPERADOR-SESSAO
               DISPLAY 'O solicitante nao decide o proprio pedido'
               GO TO 3000-DECIDIR-SAIDA
           END-IF
           DISPLAY REV-MATRICULA ' ' REV-DISCIPLINA ' NOTA '
               REV-NOTA-ANTERIOR ' PARA ' REV-NOTA-NOVA
           DISPLAY 'Motivo: ' REV-MOTIVO
           DISPLAY 'Aprova a revisao? SIM/NAO'
           ACCEPT RESPOSTA
           INSPECT RESPOSTA CONVERTING 'simnao' TO 'SIMNAO'
           IF RESPOSTA = 'NAO'
               SET REV-NEGADA TO TRUE
               PERFORM 3900-REGISTRAR-DECISAO
               MOVE 'NEGA-REVISAO-NOTA' TO AUDIT-ACAO
               PERFORM 3950-AUDITAR-DECISAO
               DISPLAY 'Pedido negado'
               GO TO 3000-DECIDIR-SAIDA
           END-IF
           IF RESPOSTA NOT = 'SIM'
               DISPLAY 'Pedido continua pendente'
               GO TO 3000-DECIDIR-SAIDA
           END-IF
           MOVE REV-MATRICULA TO NOT-MATRICULA
           MOVE REV-DISCIPLINA TO NOT-DISCIPLINA
           READ NOTAS KEY IS NOT-CHAVE
               INVALID KEY
                   DISPLAY 'Nota do pedido nao existe mais, pedido '
                       'nao aprovado'
                   GO TO 3000-DECIDIR-SAIDA
           END-READ
           IF NOT-NOTA NOT = REV-NOTA-ANTERIOR
               DISPLAY 'Nota mudou depois do pedido (' NOT-NOTA
                   '), pedido nao aprovado'
               GO TO 3000-DECIDIR-SAIDA
           END-IF
           MOVE REV-MATRICULA TO HST-MATRICULA
           MOVE REV-ANO TO HST-ANO
           MOVE REV-PERIODO TO HST-PERIODO
           READ HISTORICO-ESCOLAR KEY IS HST-CHAVE
               INVALID KEY
                   DISPLAY 'Historico do periodo nao encontrado, '
                       'pedido nao aprovado'
                   GO TO 3000-DECIDIR-SAIDA
           END-READ
           PERFORM 2150-LOCALIZAR-DISCIPLINA
           IF POSICAO-DISCIPLINA = 0
               DISPLAY 'Disciplina fora do historico do periodo, '
                   'pedido nao aprovado'
               GO TO 3000-DECIDIR-SAIDA
           END-IF
           SET REV-APROVADA TO TRUE
           PERFORM 3900-REGISTRAR-DECISAO
           MOVE 'APROVA-REVISAO-NOTA' TO AUDIT-ACAO
           PERFORM 3950-AUDITAR-DECISAO
           PERFORM 3100-REGRAVAR-NOTA
           PERFORM 3200-RECALCULAR-HISTORICO
           PERFORM 3500-REEMITIR-BOLETIM
           DISPLAY 'Pedido aprovado, media ' HST-MEDIA ' situacao '
               HST-SITUACAO.

       3000-DECIDIR-SAIDA.
           EXIT.

       3100-REGRAVAR-NOTA.
           MOVE SPACES TO AUDIT-VALOR-ANTES
           STRING NOT-MATRICULA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NOT-DISCIPLINA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NOT-NOTA DELIMITED BY SIZE
               INTO AUDIT-VALOR-ANTES
           MOVE REV-NOTA-NOVA TO NOT-NOTA
           REWRITE REG-NOTA
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING NOT-MATRICULA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NOT-DISCIPLINA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NOT-NOTA DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS
           MOVE 'ALTERACAO-NOTA' TO AUDIT-ACAO
           PERFORM 9900-GRAVAR-AUDITORIA.

      *----Nota nova no historico e a media ponderada refeita com os
      *----pesos do NOTAS (padrao do catalogo quando zerado); a
      *----situacao sai pelas mesmas regras do TurmaBoletim
       3200-RECALCULAR-HISTORICO.
           MOVE HST-MEDIA TO MEDIA-ANTERIOR
           MOVE HST-SITUACAO TO SITUACAO-ANTERIOR
           MOVE REV-NOTA-NOVA TO HST-DISC-NOTA(POSICAO-DISCIPLINA)
           MOVE 0 TO SOMA-PONDERADA
           MOVE 0 TO SOMA-PESOS
           PERFORM VARYING IDX-DISCIPLINA FROM 1 BY 1
                   UNTIL IDX-DISCIPLINA > 4
               IF HST-DISC-CODIGO(IDX-DISCIPLINA) NOT = SPACES
                   PERFORM 3250-PESO-DISCIPLINA
                   COMPUTE SOMA-PONDERADA = SOMA-PONDERADA +
                       HST-DISC-NOTA(IDX-DISCIPLINA) * PESO-DISCIPLINA
                   ADD PESO-DISCIPLINA TO SOMA-PESOS
               END-IF
           END-PERFORM
           IF SOMA-PESOS = 0
               MOVE 0 TO MEDIA-ALUNO
           ELSE
               COMPUTE MEDIA-ALUNO ROUNDED =
                   SOMA-PONDERADA / SOMA-PESOS
           END-IF
           IF MEDIA-ALUNO GREATER NOTA-MINIMA AND
                   HST-FREQUENCIA GREATER FREQUENCIA-MINIMA
               MOVE 'A' TO SITUACAO-CALCULADA
           ELSE
               IF MEDIA-ALUNO GREATER NOTA-RECUPERACAO-MINIMA OR
                       HST-FREQUENCIA GREATER FREQUENCIA-MINIMA
                   MOVE 'R' TO SITUACAO-CALCULADA
               ELSE
                   MOVE 'F' TO SITUACAO-CALCULADA
               END-IF
           END-IF
           MOVE MEDIA-ALUNO TO HST-MEDIA
      *----Continuando em recuperacao, o desfecho da prova final ja
      *----gravado pelo ProvaFinal fica valendo; fora da recuperacao
      *----a prova perde o efeito e a nota final volta a zeros
           IF SITUACAO-CALCULADA = 'R' AND HST-NOTA-FINAL > 0
               CONTINUE
           ELSE
               MOVE SITUACAO-CALCULADA TO HST-SITUACAO
               MOVE 0 TO HST-NOTA-FINAL
           END-IF
           REWRITE REG-HISTORICO-ESC
           IF HST-SITUACAO = 'R'
               DISPLAY 'Aluno em recuperacao: incluir a matricula '
                   HST-MATRICULA ' no RECUPERA do ProvaFinal'
           END-IF
           MOVE SPACES TO AUDIT-VALOR-ANTES
           STRING HST-MATRICULA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HST-ANO DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               HST-PERIODO DELIMITED BY SIZE
               ' MEDIA ' DELIMITED BY SIZE
               MEDIA-ANTERIOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SITUACAO-ANTERIOR DELIMITED BY SIZE
               INTO AUDIT-VALOR-ANTES
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING HST-MATRICULA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HST-ANO DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               HST-PERIODO DELIMITED BY SIZE
               ' MEDIA ' DELIMITED BY SIZE
               HST-MEDIA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HST-SITUACAO DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS
           MOVE 'RECALCULO-HISTORICO' TO AUDIT-ACAO
           PERFORM 9900-GRAVAR-AUDITORIA.

       3250-PESO-DISCIPLINA.
           MOVE 0 TO PESO-DISCIPLINA
           MOVE HST-MATRICULA TO NOT-MATRICULA
           MOVE HST-DISC-CODIGO(IDX-DISCIPLINA) TO NOT-DISCIPLINA
           READ NOTAS KEY IS NOT-CHAVE
               NOT INVALID KEY
                   MOVE NOT-PESO TO PESO-DISCIPLINA
           END-READ
           IF PESO-DISCIPLINA = 0
               MOVE HST-DISC-CODIGO(IDX-DISCIPLINA) TO DIS-CODIGO
               READ DISCIPLINAS KEY IS DIS-CODIGO
                   NOT INVALID KEY
                       MOVE DIS-PESO-PADRAO TO PESO-DISCIPLINA
               END-READ
           END-IF
           IF PESO-DISCIPLINA = 0
               MOVE 1 TO PESO-DISCIPLINA
           END-IF.

      *----Linha corrigida do boletim com a situacao do historico
       3500-REEMITIR-BOLETIM.
           MOVE HST-MATRICULA TO LB-MATRICULA
           MOVE HST-TURMA TO LB-TURMA
           MOVE SPACES TO LB-NOME
           MOVE HST-MATRICULA TO MAT-MATRICULA
           READ ALUNOS KEY IS MAT-MATRICULA
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO LB-NOME
               NOT INVALID KEY
                   MOVE MAT-NOME TO LB-NOME
           END-READ
           PERFORM VARYING IDX-DISCIPLINA FROM 1 BY 1
                   UNTIL IDX-DISCIPLINA > 4
               MOVE SPACES TO LB-DISCIPLINAS(IDX-DISCIPLINA)
               IF HST-DISC-CODIGO(IDX-DISCIPLINA) NOT = SPACES
                   MOVE HST-DISC-CODIGO(IDX-DISCIPLINA)
                       TO LB-DISC-CODIGO(IDX-DISCIPLINA)
                   MOVE HST-DISC-NOTA(IDX-DISCIPLINA)
                       TO LB-DISC-NOTA(IDX-DISCIPLINA)
               END-IF
           END-PERFORM
           MOVE HST-MEDIA TO LB-MEDIA
           EVALUATE HST-SITUACAO
               WHEN 'A'
                   MOVE MSG-003 TO LB-MENSAGEM
               WHEN 'R'
                   MOVE MSG-004 TO LB-MENSAGEM
               WHEN OTHER
                   MOVE MSG-005 TO LB-MENSAGEM
           END-EVALUATE
           MOVE REV-NUMERO TO LB-REVISAO
           MOVE LINHA-BOLETIM TO REG-BOLETIM-REVISADO
           WRITE REG-BOLETIM-REVISADO
           MOVE SPACES TO AUDIT-VALOR-ANTES
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING REV-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HST-MATRICULA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HST-TURMA DELIMITED BY SIZE
               ' BOLREVIS' DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS
           MOVE 'BOLETIM-CORRIGIDO' TO AUDIT-ACAO
           PERFORM 9900-GRAVAR-AUDITORIA.

       3900-REGISTRAR-DECISAO.
           MOVE OPERADOR-SESSAO TO REV-APROVADOR
           MOVE DATA-HOJE TO REV-DATA-DECISAO
           REWRITE REG-REVISAO-NOTA.

       3950-AUDITAR-DECISAO.
           MOVE SPACES TO AUDIT-VALOR-ANTES
           PERFORM 2400-MONTAR-VALOR-PEDIDO
           PERFORM 9900-GRAVAR-AUDITORIA.

      *----Reabre a turma fechada para os lancamentos do periodo
      *----seguinte; o proximo TurmaBoletim fecha de novo
       4000-REABRIR-TURMA.
           IF COORDENACAO-SESSAO NOT = 'S'
               DISPLAY 'Reabertura restrita a coordenacao pedagogica'
           ELSE
               DISPLAY 'Turma: '
               ACCEPT TURMA-PESQUISA
               INSPECT TURMA-PESQUISA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE TURMA-PESQUISA TO FCH-TURMA
               READ FECHAMENTOS KEY IS FCH-TURMA
                   INVALID KEY
                       DISPLAY 'Turma sem fechamento registrado'
                   NOT INVALID KEY
                       IF NOT FCH-FECHADO
                           DISPLAY 'Turma ja esta aberta'
                       ELSE
                           DISPLAY 'Confirma a reabertura? SIM/NAO'
                           ACCEPT RESPOSTA
                           INSPECT RESPOSTA CONVERTING 'simnao'
                               TO 'SIMNAO'
                           IF RESPOSTA = 'SIM'
                               PERFORM 4100-GRAVAR-REABERTURA
                           END-IF
                       END-IF
               END-READ
           END-IF.

       4100-GRAVAR-REABERTURA.
           MOVE SPACES TO AUDIT-VALOR-ANTES
           STRING FCH-TURMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FCH-PERIODO DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               FCH-ANO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FCH-SITUACAO DELIMITED BY SIZE
               INTO AUDIT-VALOR-ANTES
           SET FCH-ABERTO TO TRUE
           MOVE DATA-HOJE TO FCH-DATA-SITUACAO
           MOVE OPERADOR-SESSAO TO FCH-OPERADOR
           REWRITE REG-TURMA-FECHAMENTO
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING FCH-TURMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FCH-PERIODO DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               FCH-ANO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FCH-SITUACAO DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS
           MOVE 'ABERTURA-PERIODO' TO AUDIT-ACAO
           PERFORM 9900-GRAVAR-AUDITORIA
           DISPLAY 'Turma ' FCH-TURMA ' reaberta'.

       COPY CarregarMensagens.
       COPY GravarAuditoria.
       END PROGRAM NotaRevisao.
