      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Abertura da recertificacao trimestral de acessos:
      *          para cada operador nao desativado do OPERADORES,
      *          grava no livro RECERT uma linha pendente por
      *          permissao que ele tem (tabela do PermissaoOperador),
      *          enderecada ao gestor do operador, e monta o RECERTLST
      *          com a lista de cada gestor, ordenada por gestor e
      *          operador. O gestor responde M (manter) ou R (revogar)
      *          por permissao ate o prazo (RECERTIFICA/DIAS-PRAZO
      *          dias, padrao 30); o RecertificacaoRetorno carrega as
      *          respostas e revoga o que vencer sem resposta.
      *          Operador sem gestor, ou que e gestor dele mesmo, vai
      *          para o gestor padrao (RECERTIFICA/GESTOR-PADRA,
      *          padrao SEGURANCA). Rodar de novo no mesmo trimestre
      *          nao duplica linhas: so relista as ainda pendentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecertificacaoEnvia.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Cadastro de operadores mantido pelo OperadoresManutencao
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.
           SELECT OPTIONAL RECERTIFICACOES ASSIGN TO "RECERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS FS-RECERT.
           SELECT LISTA-GESTORES ASSIGN TO "RECERTLS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-SORT ASSIGN TO "SORTWK01".
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOperador.
       FD  RECERTIFICACOES.
       COPY RegRecertificacao.
       FD  LISTA-GESTORES.
       01  REG-LISTA PIC X(100).
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SRT-GESTOR PIC X(10).
           03 SRT-OPERADOR PIC X(10).
           03 SRT-PERMISSAO PIC X(12).
           03 SRT-NOME PIC X(30).
           03 SRT-DESCRICAO PIC X(30).
           03 SRT-PRAZO PIC 9(8).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-OPERADORES PIC X(2).
       01  FS-RECERT PIC X(2).
       01  FIM-OPERADORES PIC X.
       01  FIM-SORT PIC X VALUE 'N'.
       01  DATA-HOJE PIC 9(8).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           03 DH-ANO PIC 9(4).
           03 DH-MES PIC 9(2).
           03 DH-DIA PIC 9(2).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
       01  DIAS-PRAZO PIC 9(3) VALUE 30.
       01  GESTOR-PADRAO PIC X(10) VALUE 'SEGURANCA'.
      *----Ciclo AAAAT: ano e trimestre da data de negocio
       01  CICLO PIC 9(5).
       01  TRIMESTRE PIC 9(1).
       01  DATA-PRAZO PIC 9(8).
       01  DATA-PRAZO-R REDEFINES DATA-PRAZO.
           03 DP-ANO PIC 9(4).
           03 DP-MES PIC 9(2).
           03 DP-DIA PIC 9(2).
       01  GESTOR-OPERADOR PIC X(10).
       01  GESTOR-ANTERIOR PIC X(10).
       01  QTD-OPERADORES PIC 9(6) VALUE 0.
       01  QTD-LINHAS PIC 9(6) VALUE 0.
       01  QTD-RELISTADAS PIC 9(6) VALUE 0.
       01  QTD-GESTORES PIC 9(4) VALUE 0.
       COPY PermissaoOperador.
       01  LINHA-GESTOR.
           03 FILLER PIC X(35)
               VALUE 'RECERTIFICACAO DE ACESSOS - CICLO '.
           03 LG-CICLO PIC 9(5).
           03 FILLER PIC X(10) VALUE ' - GESTOR '.
           03 LG-GESTOR PIC X(10).
           03 FILLER PIC X(40) VALUE SPACES.
       01  LINHA-PRAZO.
           03 FILLER PIC X(42)
               VALUE 'RESPONDA M-MANTER OU R-REVOGAR, ATE O DIA '.
           03 LZ-DIA PIC 9(2).
           03 FILLER PIC X(1) VALUE '/'.
           03 LZ-MES PIC 9(2).
           03 FILLER PIC X(1) VALUE '/'.
           03 LZ-ANO PIC 9(4).
           03 FILLER PIC X(48)
               VALUE '; SEM RESPOSTA A PERMISSAO E REVOGADA'.
       01  LINHA-DETALHE.
           03 LD-OPERADOR PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LD-NOME PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LD-PERMISSAO PIC X(12).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LD-DESCRICAO PIC X(30).
           03 FILLER PIC X(5) VALUE ' [ ]'.
           03 FILLER PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           PERFORM 0100-CARREGAR-PARAMETROS
           COMPUTE TRIMESTRE = (DH-MES - 1) / 3 + 1
           COMPUTE CICLO = DH-ANO * 10 + TRIMESTRE
           COMPUTE DATA-PRAZO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) + DIAS-PRAZO)
           OPEN EXTEND RUN-CONTROLE
           MOVE 'RECERTIFICAENVIA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN INPUT OPERADORES
           OPEN I-O RECERTIFICACOES
           OPEN OUTPUT LISTA-GESTORES
           SORT ARQ-SORT
               ON ASCENDING KEY SRT-GESTOR SRT-OPERADOR SRT-PERMISSAO
               INPUT PROCEDURE IS 1000-SELECIONAR-PERMISSOES
               OUTPUT PROCEDURE IS 2000-LISTAR-GESTORES
           CLOSE OPERADORES
           CLOSE RECERTIFICACOES
           CLOSE LISTA-GESTORES
           DISPLAY 'Ciclo de recertificacao: ' CICLO
           DISPLAY 'Operadores lidos: ' QTD-OPERADORES
           DISPLAY 'Permissoes enviadas: ' QTD-LINHAS
               ' relistadas pendentes: ' QTD-RELISTADAS
           DISPLAY 'Gestores com lista: ' QTD-GESTORES
           MOVE QTD-OPERADORES TO RUN-LIDOS
           MOVE QTD-LINHAS TO RUN-GRAVADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

       0100-CARREGAR-PARAMETROS.
           MOVE 'RECERTIFICA' TO PARAM-PROGRAMA
           MOVE 'DIAS-PRAZO' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE DIAS-PRAZO = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           MOVE 'GESTOR-PADRA' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00 AND PARAM-VALOR NOT = SPACES
               MOVE PARAM-VALOR TO GESTOR-PADRAO
           END-IF.

       1000-SELECIONAR-PERMISSOES.
           MOVE 'N' TO FIM-OPERADORES
           MOVE LOW-VALUES TO OPE-ID
           START OPERADORES KEY NOT LESS THAN OPE-ID
               INVALID KEY
                   MOVE 'S' TO FIM-OPERADORES
           END-START
           PERFORM UNTIL FIM-OPERADORES = 'S'
               READ OPERADORES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-OPERADORES
                   NOT AT END
                       IF NOT OPE-DESATIVADO
                           ADD 1 TO QTD-OPERADORES
                           PERFORM 1100-SELECIONAR-OPERADOR
                       END-IF
               END-READ
           END-PERFORM.

      *----Operador bloqueado tambem entra: o bloqueio se desfaz e as
      *----permissoes continuam la
       1100-SELECIONAR-OPERADOR.
           MOVE OPE-GESTOR TO GESTOR-OPERADOR
           IF OPE-GESTOR = SPACES OR OPE-GESTOR = OPE-ID
               MOVE GESTOR-PADRAO TO GESTOR-OPERADOR
           END-IF
           PERFORM VARYING IDX-PERMISSAO FROM 1 BY 1
                   UNTIL IDX-PERMISSAO > QTD-PERMISSOES
               MOVE PER-TAB-CODIGO(IDX-PERMISSAO) TO PER-CODIGO
               PERFORM 9650-CONFERIR-PERMISSAO
               IF PER-CONCEDIDA = 'S'
                   PERFORM 1200-GRAVAR-PENDENTE
               END-IF
           END-PERFORM.

       1200-GRAVAR-PENDENTE.
           MOVE CICLO TO RCT-CICLO
           MOVE OPE-ID TO RCT-OPERADOR
           MOVE PER-CODIGO TO RCT-PERMISSAO
           MOVE GESTOR-OPERADOR TO RCT-GESTOR
           MOVE DATA-HOJE TO RCT-DATA-ENVIO
           MOVE DATA-PRAZO TO RCT-PRAZO
           SET RCT-PENDENTE TO TRUE
           MOVE 0 TO RCT-DATA-DECISAO
           MOVE SPACES TO RCT-DECISOR
           WRITE REG-RECERTIFICACAO
               INVALID KEY
      *----Ja enviada neste ciclo: volta para a lista so se ainda
      *----estiver pendente, com o prazo original
                   READ RECERTIFICACOES KEY IS RCT-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RCT-PENDENTE
                               ADD 1 TO QTD-RELISTADAS
                               PERFORM 1300-LIBERAR-LINHA
                           END-IF
                   END-READ
               NOT INVALID KEY
                   ADD 1 TO QTD-LINHAS
                   PERFORM 1300-LIBERAR-LINHA
           END-WRITE.

       1300-LIBERAR-LINHA.
           MOVE RCT-GESTOR TO SRT-GESTOR
           MOVE RCT-OPERADOR TO SRT-OPERADOR
           MOVE RCT-PERMISSAO TO SRT-PERMISSAO
           MOVE OPE-NOME TO SRT-NOME
           MOVE PER-TAB-DESCRICAO(IDX-PERMISSAO) TO SRT-DESCRICAO
           MOVE RCT-PRAZO TO SRT-PRAZO
           RELEASE REG-SORT.

       2000-LISTAR-GESTORES.
           MOVE HIGH-VALUES TO GESTOR-ANTERIOR
           PERFORM UNTIL FIM-SORT = 'S'
               RETURN ARQ-SORT
                   AT END
                       MOVE 'S' TO FIM-SORT
                   NOT AT END
                       PERFORM 2100-LISTAR-LINHA
               END-RETURN
           END-PERFORM.

       2100-LISTAR-LINHA.
           IF SRT-GESTOR NOT = GESTOR-ANTERIOR
               MOVE SRT-GESTOR TO GESTOR-ANTERIOR
               ADD 1 TO QTD-GESTORES
               MOVE SPACES TO REG-LISTA
               WRITE REG-LISTA
               MOVE CICLO TO LG-CICLO
               MOVE SRT-GESTOR TO LG-GESTOR
               MOVE LINHA-GESTOR TO REG-LISTA
               WRITE REG-LISTA
               MOVE SRT-PRAZO TO DATA-PRAZO
               MOVE DP-DIA TO LZ-DIA
               MOVE DP-MES TO LZ-MES
               MOVE DP-ANO TO LZ-ANO
               MOVE LINHA-PRAZO TO REG-LISTA
               WRITE REG-LISTA
           END-IF
           MOVE SRT-OPERADOR TO LD-OPERADOR
           MOVE SRT-NOME TO LD-NOME
           MOVE SRT-PERMISSAO TO LD-PERMISSAO
           MOVE SRT-DESCRICAO TO LD-DESCRICAO
           MOVE LINHA-DETALHE TO REG-LISTA
           WRITE REG-LISTA.

       COPY ConferirPermissao.
       COPY GravarRunControle.
       END PROGRAM RecertificacaoEnvia.
