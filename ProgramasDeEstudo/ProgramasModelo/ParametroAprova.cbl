      *          PARAMETROS que o ParametroVigente le - e aprovador
      *          nao aprova pedido dele mesmo. Pedido e decisao ficam
      *          no journal de auditoria com o valor antes e depois.
      *          Antes da decisao o ParametroSimula refaz o calculo
      *          afetado contra os mestres do dia com o valor em
      *          vigor e com o pedido, e mostra a diferenca; o
      *          resultado fica no PRMSIMUL, na mesma chave do
      *          pedido, com a decisao e o aprovador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParametroAprova.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDENCIAS ASSIGN TO "PRMPEND"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS FS-PENDENCIAS.
           SELECT OPTIONAL PARAMETROS-CENTRAL ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS FS-PARAMETROS.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.
      *----Simulacao de impacto guardada junto da decisao
           SELECT OPTIONAL SIMULACOES ASSIGN TO "PRMSIMUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIM-CHAVE
               FILE STATUS IS FS-SIMULACOES.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOperador.
       FD  SIMULACOES.
      *----Layout compartilhado com o ParametroSimula
       COPY RegSimulacao.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-SIMULACOES PIC X(2).
       01  FS-PENDENCIAS PIC X(2).
       01  FS-PARAMETROS PIC X(2).
       01  FS-OPERADORES PIC X(2).
       01  DATA-PESQUISA PIC 9(8).
       01  DECISAO PIC X(1).
       01  OPCAO PIC 9 VALUE 0.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-SIMULACAO PIC 9(2).
       01  IDX-INDICADOR PIC 9(1).
       01  DIFERENCA-SIMULADA PIC S9(11)V9(2).
       01  LINHA-SIMULACAO.
           03 LS-DESCRICAO PIC X(24).
           03 FILLER PIC X(7) VALUE ' ATUAL '.
           03 LS-ATUAL PIC -(10)9,99.
           03 FILLER PIC X(6) VALUE ' NOVO '.
           03 LS-NOVO PIC -(10)9,99.
           03 FILLER PIC X(11) VALUE ' DIFERENCA '.
           03 LS-DIFERENCA PIC -(10)9,99.
       PROCEDURE DIVISION.
           ACCEPT APROVADOR FROM ENVIRONMENT 'USER'
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0100-CONFERIR-ALCADA
           IF ALCADA-OK = 'N'
               DISPLAY 'OPERADOR SEM ALCADA DE APROVACAO DE '
           END-IF
           OPEN I-O PENDENCIAS
           OPEN I-O PARAMETROS-CENTRAL
           OPEN I-O SIMULACOES
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'PARAMETROAPROVA' TO AUDIT-PROGRAMA
           MOVE APROVADOR TO AUDIT-OPERADOR
           END-PERFORM
           CLOSE PENDENCIAS
           CLOSE PARAMETROS-CENTRAL
           CLOSE SIMULACOES
           CLOSE AUDIT-JOURNAL
           GOBACK.

           END-READ.

       2100-APLICAR-DECISAO.
           PERFORM 2050-SIMULAR-IMPACTO
           DISPLAY 'Aprovar (A) ou recusar (R)? '
           ACCEPT DECISAO
           MOVE FUNCTION UPPER-CASE(DECISAO) TO DECISAO
                   MOVE PEN-VALOR-ANTIGO TO AUDIT-VALOR-ANTES
                   MOVE PEN-VALOR-NOVO TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   PERFORM 2200-GUARDAR-SIMULACAO
                   DISPLAY 'Pedido aprovado e aplicado'
               WHEN 'R'
                   SET PEN-RECUSADO TO TRUE
                   MOVE PEN-VALOR-NOVO TO AUDIT-VALOR-ANTES
                   MOVE 'RECUSADO' TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   PERFORM 2200-GUARDAR-SIMULACAO
                   DISPLAY 'Pedido recusado, nada aplicado'
               WHEN OTHER
                   DISPLAY 'Decisao invalida, nada mudou'
           END-EVALUATE.

      *----Numeros na frente do aprovador: o calculo afetado refeito
      *----com o valor em vigor e com o pedido. Exclusao de vigencia
      *----nao traz valor novo e fica sem simulacao.
       2050-SIMULAR-IMPACTO.
           MOVE PEN-CHAVE TO SIM-CHAVE
           MOVE PEN-VALOR-NOVO TO SIM-VALOR-NOVO
           MOVE DATA-HOJE TO SIM-DATA
           MOVE SPACES TO SIM-DECISAO
           MOVE SPACES TO SIM-APROVADOR
           MOVE 0 TO SIM-DATA-DECISAO
           IF PEN-TIPO = 'E'
               MOVE SPACES TO SIM-VALOR-ATUAL
               SET SIM-SEM-SIMULACAO TO TRUE
               MOVE 0 TO SIM-QTD-INDICADORES
               MOVE 10 TO RETORNO-SIMULACAO
           ELSE
               CALL 'ParametroSimula' USING REG-SIMULACAO
                   RETORNO-SIMULACAO
           END-IF
           EVALUATE RETORNO-SIMULACAO
               WHEN 00
                   DISPLAY 'SIMULACAO DE IMPACTO SOBRE OS MESTRES DE '
                       'HOJE'
                   DISPLAY 'EM VIGOR ' SIM-VALOR-ATUAL ' PEDIDO '
                       SIM-VALOR-NOVO
                   PERFORM VARYING IDX-INDICADOR FROM 1 BY 1
                           UNTIL IDX-INDICADOR > SIM-QTD-INDICADORES
                       MOVE SIM-DESCRICAO(IDX-INDICADOR)
                           TO LS-DESCRICAO
                       MOVE SIM-RESULTADO-ATUAL(IDX-INDICADOR)
                           TO LS-ATUAL
                       MOVE SIM-RESULTADO-NOVO(IDX-INDICADOR)
                           TO LS-NOVO
                       COMPUTE DIFERENCA-SIMULADA =
                           SIM-RESULTADO-NOVO(IDX-INDICADOR) -
                           SIM-RESULTADO-ATUAL(IDX-INDICADOR)
                       MOVE DIFERENCA-SIMULADA TO LS-DIFERENCA
                       DISPLAY LINHA-SIMULACAO
                   END-PERFORM
               WHEN 20
                   DISPLAY 'SIMULACAO INDISPONIVEL: MESTRE DO DIA '
                       'NAO ENCONTRADO'
               WHEN OTHER
                   DISPLAY 'PARAMETRO SEM SIMULACAO DE IMPACTO'
           END-EVALUATE.

      *----A simulacao vista pelo aprovador fica guardada com a
      *----decisao; pedido decidido de novo na mesma chave regrava
       2200-GUARDAR-SIMULACAO.
           MOVE DECISAO TO SIM-DECISAO
           MOVE APROVADOR TO SIM-APROVADOR
           MOVE DATA-HOJE TO SIM-DATA-DECISAO
           WRITE REG-SIMULACAO
               INVALID KEY
                   REWRITE REG-SIMULACAO
           END-WRITE.

      *----So aqui o PARAMETROS muda: inclusao grava, alteracao
      *----regrava, exclusao apaga a entrada
       3000-APLICAR-NO-PARAMETROS.
