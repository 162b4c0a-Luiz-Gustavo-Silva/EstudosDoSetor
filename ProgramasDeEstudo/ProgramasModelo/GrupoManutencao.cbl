      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Manutencao dos programas em grupo GRUPOS (reeducacao
      *          alimentar de 12 encontros semanais e afins): inclusao
      *          com capacidade, facilitador do PROFISSIONAIS e
      *          calendario semanal gerado da primeira sessao,
      *          remarcacao de sessao, inscricao de pacientes do
      *          PATIENTS no GRUPOINS - grupo cheio vai para a fila de
      *          espera, e a desistencia de um inscrito chama o
      *          primeiro da fila - e conclusao ou cancelamento do
      *          grupo. A presenca sai no GrupoPresenca e o resultado
      *          final no GrupoResultado. Mudancas journaladas pelo
      *          copybook compartilhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GrupoManutencao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GRUPOS ASSIGN TO "GRUPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRP-CODIGO
               FILE STATUS IS FS-GRUPOS.
           SELECT OPTIONAL INSCRICOES ASSIGN TO "GRUPOINS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GIN-CHAVE
               FILE STATUS IS FS-INSCRICOES.
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT OPTIONAL PROFISSIONAIS ASSIGN TO "PROFISSIONAIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-ID
               FILE STATUS IS FS-PROFISSIONAIS.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  GRUPOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegGrupo.
       FD  INSCRICOES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegGrupoInscricao.
       FD  PATIENTS.
      *----So a frente do REG-PACIENTE de IMC.cbl
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 FILLER PIC X(207).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  PROFISSIONAIS.
      *----Mesmo layout de ProfissionalManutencao.cbl
       01  REG-PROFISSIONAL.
           03 PRO-ID PIC 9(3).
           03 PRO-NOME PIC X(30).
           03 PRO-HORA-INICIO PIC 9(4).
           03 PRO-HORA-FIM PIC 9(4).
           03 PRO-MINUTOS-SLOT PIC 9(2).
           03 PRO-STATUS PIC X(1).
               88 PRO-ATIVO VALUE 'A'.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-GRUPOS PIC X(2).
       01  FS-INSCRICOES PIC X(2).
       01  FS-PATIENTS PIC X(2).
       01  FS-PROFISSIONAIS PIC X(2).
       01  FIM-GRUPOS PIC X.
       01  FIM-INSCRICOES PIC X.
       01  OPCAO PIC 9 VALUE 0.
       01  CODIGO-PESQUISA PIC 9(4).
       01  PAC-PESQUISA PIC 9(6).
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  HORA-AGORA PIC 9(6).
       01  IDX-SESSAO PIC 9(2).
       01  PRIMEIRA-SESSAO PIC 9(8).
       01  DIA-INTEIRO PIC 9(7).
       01  DATA-NOVA PIC 9(8).
       01  SITUACAO-NOVA PIC X(1).
      *----Primeiro da fila de espera do grupo: menor data e hora de
      *----inscricao entre as inscricoes em espera
       01  FILA-ACHOU PIC X.
       01  FILA-PAC-ID PIC 9(6).
       01  FILA-DATA PIC 9(8).
       01  FILA-HORA PIC 9(6).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           OPEN I-O GRUPOS
           OPEN I-O INSCRICOES
           OPEN INPUT PATIENTS
           OPEN INPUT PROFISSIONAIS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'GRUPOMANUT' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar grupos'
               DISPLAY '2 - Incluir grupo'
               DISPLAY '3 - Remarcar sessao'
               DISPLAY '4 - Inscrever paciente'
               DISPLAY '5 - Desistencia de paciente'
               DISPLAY '6 - Listar inscritos e fila de espera'
               DISPLAY '7 - Concluir / cancelar grupo'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-LISTAR-GRUPOS
                   WHEN 2
                       PERFORM 2000-INCLUIR-GRUPO
                   WHEN 3
                       PERFORM 3000-REMARCAR-SESSAO
                   WHEN 4
                       PERFORM 4000-INSCREVER
                   WHEN 5
                       PERFORM 5000-DESISTENCIA
                   WHEN 6
                       PERFORM 6000-LISTAR-INSCRITOS
                   WHEN 7
                       PERFORM 7000-ENCERRAR-GRUPO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE GRUPOS
           CLOSE INSCRICOES
           CLOSE PATIENTS
           CLOSE PROFISSIONAIS
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-LISTAR-GRUPOS.
           MOVE 'N' TO FIM-GRUPOS
           MOVE LOW-VALUES TO GRP-CODIGO
           START GRUPOS KEY NOT LESS THAN GRP-CODIGO
               INVALID KEY
                   MOVE 'S' TO FIM-GRUPOS
           END-START
           PERFORM UNTIL FIM-GRUPOS = 'S'
               READ GRUPOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-GRUPOS
                   NOT AT END
                       DISPLAY GRP-CODIGO ' ' GRP-NOME ' FACILIT '
                           GRP-FACILITADOR ' VAGAS '
                           GRP-QTD-INSCRITOS '/' GRP-CAPACIDADE
                           ' INICIO ' GRP-SESSAO-DATA(1)
                           ' SITUACAO ' GRP-STATUS
               END-READ
           END-PERFORM.

       2000-INCLUIR-GRUPO.
           DISPLAY 'Codigo do grupo: '
           ACCEPT CODIGO-PESQUISA
           MOVE CODIGO-PESQUISA TO GRP-CODIGO
           READ GRUPOS KEY IS GRP-CODIGO
               INVALID KEY
                   PERFORM 2100-DIGITAR-GRUPO
               NOT INVALID KEY
                   DISPLAY 'Codigo ja usado por ' GRP-NOME
           END-READ.

       2100-DIGITAR-GRUPO.
           DISPLAY 'Nome do programa: '
           ACCEPT GRP-NOME
           DISPLAY 'Profissional facilitador: '
           ACCEPT GRP-FACILITADOR
           MOVE GRP-FACILITADOR TO PRO-ID
           READ PROFISSIONAIS KEY IS PRO-ID
               INVALID KEY
                   DISPLAY 'Profissional nao cadastrado'
               NOT INVALID KEY
                   DISPLAY 'Capacidade (vagas): '
                   ACCEPT GRP-CAPACIDADE
                   DISPLAY 'Quantidade de sessoes (ate 12): '
                   ACCEPT GRP-QTD-SESSOES
                   IF GRP-QTD-SESSOES = 0 OR GRP-QTD-SESSOES > 12
                       MOVE 12 TO GRP-QTD-SESSOES
                   END-IF
                   DISPLAY 'Data da primeira sessao (AAAAMMDD): '
                   ACCEPT PRIMEIRA-SESSAO
                   DISPLAY 'Horario das sessoes (HHMM): '
                   ACCEPT GRP-HORA
                   PERFORM 2200-GERAR-CALENDARIO
                   MOVE CODIGO-PESQUISA TO GRP-CODIGO
                   MOVE 0 TO GRP-QTD-INSCRITOS
                   SET GRP-ABERTO TO TRUE
                   WRITE REG-GRUPO
                   MOVE 'INCLUSAO-GRUPO' TO AUDIT-ACAO
                   MOVE SPACES TO AUDIT-VALOR-ANTES
                   MOVE SPACES TO AUDIT-VALOR-DEPOIS
                   STRING GRP-CODIGO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       GRP-FACILITADOR DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       GRP-CAPACIDADE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       PRIMEIRA-SESSAO DELIMITED BY SIZE
                       INTO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   DISPLAY 'Grupo incluido, ultima sessao em '
                       GRP-SESSAO-DATA(GRP-QTD-SESSOES)
           END-READ.

      *----Uma sessao por semana a partir da primeira; feriado ou
      *----falta do facilitador se acerta na remarcacao da sessao
       2200-GERAR-CALENDARIO.
           PERFORM VARYING IDX-SESSAO FROM 1 BY 1
                   UNTIL IDX-SESSAO > 12
               IF IDX-SESSAO > GRP-QTD-SESSOES
                   MOVE 0 TO GRP-SESSAO-DATA(IDX-SESSAO)
               ELSE
                   COMPUTE DIA-INTEIRO =
                       FUNCTION INTEGER-OF-DATE(PRIMEIRA-SESSAO)
                       + (IDX-SESSAO - 1) * 7
                   COMPUTE GRP-SESSAO-DATA(IDX-SESSAO) =
                       FUNCTION DATE-OF-INTEGER(DIA-INTEIRO)
               END-IF
           END-PERFORM.

       3000-REMARCAR-SESSAO.
           DISPLAY 'Codigo do grupo: '
           ACCEPT CODIGO-PESQUISA
           MOVE CODIGO-PESQUISA TO GRP-CODIGO
           READ GRUPOS KEY IS GRP-CODIGO
               INVALID KEY
                   DISPLAY 'Grupo nao cadastrado'
               NOT INVALID KEY
                   PERFORM VARYING IDX-SESSAO FROM 1 BY 1
                           UNTIL IDX-SESSAO > GRP-QTD-SESSOES
                       DISPLAY 'Sessao ' IDX-SESSAO ': '
                           GRP-SESSAO-DATA(IDX-SESSAO)
                   END-PERFORM
                   DISPLAY 'Numero da sessao: '
                   ACCEPT IDX-SESSAO
                   IF IDX-SESSAO = 0 OR IDX-SESSAO > GRP-QTD-SESSOES
                       DISPLAY 'Sessao fora do calendario'
                   ELSE
                       DISPLAY 'Nova data (AAAAMMDD): '
                       ACCEPT DATA-NOVA
                       MOVE 'REMARCA-SESSAO' TO AUDIT-ACAO
                       MOVE SPACES TO AUDIT-VALOR-ANTES
                       MOVE SPACES TO AUDIT-VALOR-DEPOIS
                       STRING GRP-CODIGO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           IDX-SESSAO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           GRP-SESSAO-DATA(IDX-SESSAO)
                               DELIMITED BY SIZE
                           INTO AUDIT-VALOR-ANTES
                       MOVE DATA-NOVA TO GRP-SESSAO-DATA(IDX-SESSAO)
                       REWRITE REG-GRUPO
                       STRING GRP-CODIGO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           IDX-SESSAO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           DATA-NOVA DELIMITED BY SIZE
                           INTO AUDIT-VALOR-DEPOIS
                       PERFORM 9900-GRAVAR-AUDITORIA
                       DISPLAY 'Sessao remarcada'
                   END-IF
           END-READ.

       4000-INSCREVER.
           DISPLAY 'Codigo do grupo: '
           ACCEPT CODIGO-PESQUISA
           MOVE CODIGO-PESQUISA TO GRP-CODIGO
           READ GRUPOS KEY IS GRP-CODIGO
               INVALID KEY
                   DISPLAY 'Grupo nao cadastrado'
               NOT INVALID KEY
                   IF NOT GRP-ABERTO
                       DISPLAY 'Grupo concluido ou cancelado'
                   ELSE
                       DISPLAY 'Numero do paciente: '
                       ACCEPT PAC-PESQUISA
                       MOVE PAC-PESQUISA TO PAC-ID
                       READ PATIENTS KEY IS PAC-ID
                           INVALID KEY
                               DISPLAY 'Paciente nao cadastrado; '
                                   'cadastre no IMC antes'
                           NOT INVALID KEY
                               PERFORM 4100-GRAVAR-INSCRICAO
                       END-READ
                   END-IF
           END-READ.

      *----Vaga livre inscreve; grupo cheio poe na fila de espera.
      *----Quem desistiu antes pode voltar pela mesma chave
       4100-GRAVAR-INSCRICAO.
           ACCEPT HORA-AGORA FROM TIME
           MOVE CODIGO-PESQUISA TO GIN-GRUPO
           MOVE PAC-PESQUISA TO GIN-PAC-ID
           READ INSCRICOES KEY IS GIN-CHAVE
               INVALID KEY
                   PERFORM 4200-MONTAR-INSCRICAO
                   WRITE REG-GRUPO-INSCRICAO
                   PERFORM 4300-AUDITAR-INSCRICAO
               NOT INVALID KEY
                   IF GIN-DESISTENTE
                       PERFORM 4200-MONTAR-INSCRICAO
                       REWRITE REG-GRUPO-INSCRICAO
                       PERFORM 4300-AUDITAR-INSCRICAO
                   ELSE
                       DISPLAY 'Paciente ja inscrito ou na fila ('
                           GIN-SITUACAO ')'
                   END-IF
           END-READ.

       4200-MONTAR-INSCRICAO.
           MOVE DATA-HOJE TO GIN-DATA-INSCRICAO
           MOVE HORA-AGORA TO GIN-HORA-INSCRICAO
           IF GRP-QTD-INSCRITOS < GRP-CAPACIDADE
               SET GIN-INSCRITO TO TRUE
               MOVE DATA-HOJE TO GIN-DATA-VAGA
               ADD 1 TO GRP-QTD-INSCRITOS
               REWRITE REG-GRUPO
               DISPLAY PAC-NOME ' inscrito no grupo ' GRP-NOME
           ELSE
               SET GIN-ESPERA TO TRUE
               MOVE 0 TO GIN-DATA-VAGA
               DISPLAY 'Grupo cheio: ' PAC-NOME
                   ' entrou na fila de espera'
           END-IF.

       4300-AUDITAR-INSCRICAO.
           MOVE 'INSCRICAO-GRUPO' TO AUDIT-ACAO
           MOVE SPACES TO AUDIT-VALOR-ANTES
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING GIN-GRUPO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               GIN-PAC-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               GIN-SITUACAO DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA.

       5000-DESISTENCIA.
           DISPLAY 'Codigo do grupo: '
           ACCEPT CODIGO-PESQUISA
           DISPLAY 'Numero do paciente: '
           ACCEPT PAC-PESQUISA
           MOVE CODIGO-PESQUISA TO GIN-GRUPO
           MOVE PAC-PESQUISA TO GIN-PAC-ID
           READ INSCRICOES KEY IS GIN-CHAVE
               INVALID KEY
                   DISPLAY 'Paciente nao inscrito no grupo'
               NOT INVALID KEY
                   IF GIN-DESISTENTE
                       DISPLAY 'Desistencia ja registrada'
                   ELSE
                       MOVE GIN-SITUACAO TO SITUACAO-NOVA
                       SET GIN-DESISTENTE TO TRUE
                       REWRITE REG-GRUPO-INSCRICAO
                       MOVE 'DESISTENCIA-GRUPO' TO AUDIT-ACAO
                       MOVE SPACES TO AUDIT-VALOR-ANTES
                       MOVE SPACES TO AUDIT-VALOR-DEPOIS
                       STRING GIN-GRUPO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           GIN-PAC-ID DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           SITUACAO-NOVA DELIMITED BY SIZE
                           INTO AUDIT-VALOR-ANTES
                       MOVE 'D' TO AUDIT-VALOR-DEPOIS
                       PERFORM 9900-GRAVAR-AUDITORIA
                       DISPLAY 'Desistencia registrada'
      *----Vaga de inscrito liberada vai para o primeiro da fila
                       IF SITUACAO-NOVA = 'I'
                           PERFORM 5100-CHAMAR-FILA
                       END-IF
                   END-IF
           END-READ.

       5100-CHAMAR-FILA.
           MOVE 'N' TO FILA-ACHOU
           MOVE 'N' TO FIM-INSCRICOES
           MOVE CODIGO-PESQUISA TO GIN-GRUPO
           MOVE 0 TO GIN-PAC-ID
           START INSCRICOES KEY NOT LESS THAN GIN-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-INSCRICOES
           END-START
           PERFORM UNTIL FIM-INSCRICOES = 'S'
               READ INSCRICOES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-INSCRICOES
                   NOT AT END
                       IF GIN-GRUPO NOT = CODIGO-PESQUISA
                           MOVE 'S' TO FIM-INSCRICOES
                       ELSE
                           IF GIN-ESPERA
                               PERFORM 5150-CONFERIR-PRIMEIRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE CODIGO-PESQUISA TO GRP-CODIGO
           READ GRUPOS KEY IS GRP-CODIGO
               INVALID KEY
                   DISPLAY 'Grupo sumiu do cadastro, confira'
               NOT INVALID KEY
                   IF FILA-ACHOU = 'N'
                       SUBTRACT 1 FROM GRP-QTD-INSCRITOS
                       REWRITE REG-GRUPO
                       DISPLAY 'Fila de espera vazia, vaga aberta'
                   ELSE
                       PERFORM 5200-PROMOVER-PRIMEIRO
                   END-IF
           END-READ.

       5150-CONFERIR-PRIMEIRO.
           IF FILA-ACHOU = 'N' OR
                   GIN-DATA-INSCRICAO < FILA-DATA OR
                   (GIN-DATA-INSCRICAO = FILA-DATA AND
                   GIN-HORA-INSCRICAO < FILA-HORA)
               MOVE 'S' TO FILA-ACHOU
               MOVE GIN-PAC-ID TO FILA-PAC-ID
               MOVE GIN-DATA-INSCRICAO TO FILA-DATA
               MOVE GIN-HORA-INSCRICAO TO FILA-HORA
           END-IF.

      *----A quantidade de inscritos nao muda: sai um, entra outro
       5200-PROMOVER-PRIMEIRO.
           MOVE CODIGO-PESQUISA TO GIN-GRUPO
           MOVE FILA-PAC-ID TO GIN-PAC-ID
           READ INSCRICOES KEY IS GIN-CHAVE
               INVALID KEY
                   DISPLAY 'Inscricao da fila sumiu, confira'
               NOT INVALID KEY
                   SET GIN-INSCRITO TO TRUE
                   MOVE DATA-HOJE TO GIN-DATA-VAGA
                   REWRITE REG-GRUPO-INSCRICAO
                   MOVE 'CHAMADA-FILA-GRUPO' TO AUDIT-ACAO
                   MOVE SPACES TO AUDIT-VALOR-ANTES
                   MOVE SPACES TO AUDIT-VALOR-DEPOIS
                   STRING GIN-GRUPO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       GIN-PAC-ID DELIMITED BY SIZE
                       ' E' DELIMITED BY SIZE
                       INTO AUDIT-VALOR-ANTES
                   STRING GIN-GRUPO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       GIN-PAC-ID DELIMITED BY SIZE
                       ' I' DELIMITED BY SIZE
                       INTO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   DISPLAY 'Paciente ' FILA-PAC-ID
                       ' chamado da fila de espera; avise o paciente'
           END-READ.

       6000-LISTAR-INSCRITOS.
           DISPLAY 'Codigo do grupo: '
           ACCEPT CODIGO-PESQUISA
           MOVE 'N' TO FIM-INSCRICOES
           MOVE CODIGO-PESQUISA TO GIN-GRUPO
           MOVE 0 TO GIN-PAC-ID
           START INSCRICOES KEY NOT LESS THAN GIN-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-INSCRICOES
           END-START
           PERFORM UNTIL FIM-INSCRICOES = 'S'
               READ INSCRICOES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-INSCRICOES
                   NOT AT END
                       IF GIN-GRUPO NOT = CODIGO-PESQUISA
                           MOVE 'S' TO FIM-INSCRICOES
                       ELSE
                           MOVE GIN-PAC-ID TO PAC-ID
                           READ PATIENTS KEY IS PAC-ID
                               INVALID KEY
                                   MOVE SPACES TO PAC-NOME
                           END-READ
                           DISPLAY GIN-PAC-ID ' ' PAC-NOME ' '
                               GIN-SITUACAO ' INSCRITO EM '
                               GIN-DATA-INSCRICAO ' '
                               GIN-HORA-INSCRICAO
                       END-IF
               END-READ
           END-PERFORM.

       7000-ENCERRAR-GRUPO.
           DISPLAY 'Codigo do grupo: '
           ACCEPT CODIGO-PESQUISA
           MOVE CODIGO-PESQUISA TO GRP-CODIGO
           READ GRUPOS KEY IS GRP-CODIGO
               INVALID KEY
                   DISPLAY 'Grupo nao cadastrado'
               NOT INVALID KEY
                   DISPLAY 'Situacao nova (C concluido, X cancelado): '
                   ACCEPT SITUACAO-NOVA
                   INSPECT SITUACAO-NOVA CONVERTING 'cx' TO 'CX'
                   IF SITUACAO-NOVA NOT = 'C' AND
                           SITUACAO-NOVA NOT = 'X'
                       DISPLAY 'Situacao invalida'
                   ELSE
                       MOVE 'SITUACAO-GRUPO' TO AUDIT-ACAO
                       MOVE GRP-STATUS TO AUDIT-VALOR-ANTES
                       MOVE SITUACAO-NOVA TO GRP-STATUS
                       REWRITE REG-GRUPO
                       MOVE GRP-STATUS TO AUDIT-VALOR-DEPOIS
                       PERFORM 9900-GRAVAR-AUDITORIA
                       DISPLAY 'Situacao do grupo atualizada'
                   END-IF
           END-READ.

       COPY GravarAuditoria.
       END PROGRAM GrupoManutencao.
