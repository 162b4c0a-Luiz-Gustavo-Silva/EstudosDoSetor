      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Resultado dos programas em grupo encerrados (grupo
      *          concluido no GrupoManutencao ou com a ultima sessao
      *          do calendario ate a data de negocio; grupo cancelado
      *          fica fora). Para cada inscrito ativo do GRUPOINS o
      *          relatorio GRUPORPT compara a medicao do IMCHIST na
      *          entrada no grupo (ultima visita ate a data da vaga ou,
      *          sem ela, a primeira visita durante o programa) com a
      *          ultima visita ate a ultima sessao, e mostra as
      *          presencas do GRUPOPRE. Fecha com o peso medio perdido
      *          por grupo e por facilitador do PROFISSIONAIS.
      *          Participante sem as duas medicoes aparece na lista mas
      *          nao entra nas medias.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GrupoResultado.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
      *----Peso e IMC com virgula, como nas telas do IMC.cbl
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
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
           SELECT OPTIONAL PRESENCAS ASSIGN TO "GRUPOPRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GPR-CHAVE
               FILE STATUS IS FS-PRESENCAS.
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT OPTIONAL IMC-HISTORY ASSIGN TO "IMCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS FS-IMC-HISTORY.
           SELECT OPTIONAL PROFISSIONAIS ASSIGN TO "PROFISSIONAIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-ID
               FILE STATUS IS FS-PROFISSIONAIS.
           SELECT RELATORIO-GRUPOS ASSIGN TO "GRUPORPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  GRUPOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegGrupo.
       FD  INSCRICOES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegGrupoInscricao.
       FD  PRESENCAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegGrupoPresenca.
       FD  PATIENTS.
      *----So a frente do REG-PACIENTE de IMC.cbl
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 FILLER PIC X(207).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  IMC-HISTORY.
      *----Mesmo layout do REG-HISTORICO de IMC.cbl
       01  REG-HISTORICO.
           03 HIST-KEY.
               05 HK-PAC-ID PIC 9(6).
               05 HK-DATA PIC 9(8).
               05 HK-HORA PIC 9(6).
           03 HK-ALTURA PIC 9(1)V9(2).
           03 HK-PESO PIC 9(3)V9(2).
           03 HK-IMC PIC 9(2)V9(2).
       FD  PROFISSIONAIS.
      *----Mesmo layout de ProfissionalManutencao.cbl
       01  REG-PROFISSIONAL.
           03 PRO-ID PIC 9(3).
           03 PRO-NOME PIC X(30).
           03 PRO-HORA-INICIO PIC 9(4).
           03 PRO-HORA-FIM PIC 9(4).
           03 PRO-MINUTOS-SLOT PIC 9(2).
           03 PRO-STATUS PIC X(1).
       FD  RELATORIO-GRUPOS.
       01  REG-RELATORIO PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-GRUPOS PIC X(2).
       01  FS-INSCRICOES PIC X(2).
       01  FS-PRESENCAS PIC X(2).
       01  FS-PATIENTS PIC X(2).
       01  FS-IMC-HISTORY PIC X(2).
       01  FS-PROFISSIONAIS PIC X(2).
       01  FIM-GRUPOS PIC X.
       01  FIM-INSCRICOES PIC X.
       01  FIM-HISTORICO PIC X.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  DATA-ULTIMA-SESSAO PIC 9(8).
       01  IDX-SESSAO PIC 9(2).
       01  QTD-PRESENTE PIC 9(2).
      *----Medicoes de entrada e de saida achadas no IMCHIST
       01  DATA-INICIAL PIC 9(8).
       01  PESO-INICIAL PIC 9(3)V9(2).
       01  IMC-INICIAL PIC 9(2)V9(2).
       01  DATA-FINAL PIC 9(8).
       01  PESO-FINAL PIC 9(3)V9(2).
       01  IMC-FINAL PIC 9(2)V9(2).
       01  PESO-PERDIDO PIC S9(3)V9(2).
      *----Acumulados do grupo corrente
       01  GRUPO-PARTICIPANTES PIC 9(4).
       01  GRUPO-MEDIDOS PIC 9(4).
       01  GRUPO-PERDA-TOTAL PIC S9(6)V9(2).
       01  MEDIA-PERDA PIC S9(3)V9(2).
      *----Acumulado por facilitador, indexado pelo proprio codigo do
      *----cadastro PROFISSIONAIS
       01  IDX-PROF PIC 9(4).
       01  TAB-FACILITADOR.
           03 TFA-ACUMULADO OCCURS 999 TIMES.
               05 TFA-GRUPOS PIC 9(4).
               05 TFA-MEDIDOS PIC 9(5).
               05 TFA-PERDA-TOTAL PIC S9(7)V9(2).
       01  QTD-GRUPOS PIC 9(5) VALUE 0.
       01  QTD-PARTICIPANTES PIC 9(6) VALUE 0.
       01  LINHA-GRUPO.
           03 FILLER PIC X(6) VALUE 'GRUPO '.
           03 LG-CODIGO PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LG-NOME PIC X(30).
           03 FILLER PIC X(7) VALUE ' FACIL '.
           03 LG-FACILITADOR PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LG-FACILITADOR-NOME PIC X(30).
       01  LINHA-PARTICIPANTE.
           03 LP-PAC-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-NOME PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-PRESENCAS PIC Z9.
           03 FILLER PIC X(1) VALUE '/'.
           03 LP-SESSOES PIC 99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-PESO-INICIAL PIC ZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-IMC-INICIAL PIC Z9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-PESO-FINAL PIC ZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-IMC-FINAL PIC Z9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-PERDA PIC -ZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-OBSERVACAO PIC X(18).
       01  LINHA-MEDIA.
           03 LM-ROTULO PIC X(34).
           03 LM-MEDIDOS PIC ZZZ9.
           03 FILLER PIC X(28) VALUE ' MEDIDOS, MEDIA PERDIDA KG: '.
           03 LM-MEDIA PIC -ZZ9,99.
       01  LINHA-FACILITADOR.
           03 LF-FACILITADOR PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LF-NOME PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LF-GRUPOS PIC ZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LF-MEDIDOS PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LF-MEDIA PIC -ZZ9,99.
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'GRUPORESULTADO' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           INITIALIZE TAB-FACILITADOR
           OPEN INPUT GRUPOS
           OPEN INPUT INSCRICOES
           OPEN INPUT PRESENCAS
           OPEN INPUT PATIENTS
           OPEN INPUT IMC-HISTORY
           OPEN INPUT PROFISSIONAIS
           OPEN OUTPUT RELATORIO-GRUPOS
           MOVE 'RESULTADO DOS PROGRAMAS EM GRUPO ENCERRADOS'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM 1000-PERCORRER-GRUPOS
           PERFORM 3000-IMPRIMIR-FACILITADORES
           CLOSE GRUPOS
           CLOSE INSCRICOES
           CLOSE PRESENCAS
           CLOSE PATIENTS
           CLOSE IMC-HISTORY
           CLOSE PROFISSIONAIS
           CLOSE RELATORIO-GRUPOS
           DISPLAY 'Grupos apurados:        ' QTD-GRUPOS
           DISPLAY 'Participantes listados: ' QTD-PARTICIPANTES
           MOVE QTD-GRUPOS TO RUN-LIDOS
           MOVE QTD-PARTICIPANTES TO RUN-GRAVADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

       1000-PERCORRER-GRUPOS.
           MOVE 'N' TO FIM-GRUPOS
           MOVE 0 TO GRP-CODIGO
           START GRUPOS KEY NOT LESS THAN GRP-CODIGO
               INVALID KEY
                   MOVE 'S' TO FIM-GRUPOS
           END-START
           PERFORM UNTIL FIM-GRUPOS = 'S'
               READ GRUPOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-GRUPOS
                   NOT AT END
                       IF NOT GRP-CANCELADO AND GRP-QTD-SESSOES > 0
                           MOVE GRP-SESSAO-DATA(GRP-QTD-SESSOES)
                               TO DATA-ULTIMA-SESSAO
                           IF GRP-CONCLUIDO OR
                                   DATA-ULTIMA-SESSAO NOT > DATA-HOJE
                               PERFORM 1100-APURAR-GRUPO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       1100-APURAR-GRUPO.
           ADD 1 TO QTD-GRUPOS
           MOVE 0 TO GRUPO-PARTICIPANTES
           MOVE 0 TO GRUPO-MEDIDOS
           MOVE 0 TO GRUPO-PERDA-TOTAL
           MOVE GRP-CODIGO TO LG-CODIGO
           MOVE GRP-NOME TO LG-NOME
           MOVE GRP-FACILITADOR TO LG-FACILITADOR
           MOVE GRP-FACILITADOR TO PRO-ID
           READ PROFISSIONAIS KEY IS PRO-ID
               INVALID KEY
                   MOVE 'PROFISSIONAL FORA DO CADASTRO'
                       TO LG-FACILITADOR-NOME
               NOT INVALID KEY
                   MOVE PRO-NOME TO LG-FACILITADOR-NOME
           END-READ
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE LINHA-GRUPO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'PACIEN NOME                           PRES  PESO-I '
               & 'IMC-I  PESO-F IMC-F  PERDA' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'N' TO FIM-INSCRICOES
           MOVE GRP-CODIGO TO GIN-GRUPO
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
                       IF GIN-GRUPO NOT = GRP-CODIGO
                           MOVE 'S' TO FIM-INSCRICOES
                       ELSE
                           IF GIN-INSCRITO
                               PERFORM 1200-APURAR-PARTICIPANTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF GRUPO-MEDIDOS = 0
               MOVE 0 TO MEDIA-PERDA
           ELSE
               COMPUTE MEDIA-PERDA ROUNDED =
                   GRUPO-PERDA-TOTAL / GRUPO-MEDIDOS
           END-IF
           MOVE 'MEDIA DO GRUPO' TO LM-ROTULO
           MOVE GRUPO-MEDIDOS TO LM-MEDIDOS
           MOVE MEDIA-PERDA TO LM-MEDIA
           MOVE LINHA-MEDIA TO REG-RELATORIO
           WRITE REG-RELATORIO
           IF GRP-FACILITADOR > 0
               ADD 1 TO TFA-GRUPOS(GRP-FACILITADOR)
               ADD GRUPO-MEDIDOS TO TFA-MEDIDOS(GRP-FACILITADOR)
               ADD GRUPO-PERDA-TOTAL
                   TO TFA-PERDA-TOTAL(GRP-FACILITADOR)
           END-IF.

       1200-APURAR-PARTICIPANTE.
           ADD 1 TO QTD-PARTICIPANTES
           ADD 1 TO GRUPO-PARTICIPANTES
           MOVE GIN-PAC-ID TO LP-PAC-ID
           MOVE GIN-PAC-ID TO PAC-ID
           READ PATIENTS KEY IS PAC-ID
               INVALID KEY
                   MOVE 'PACIENTE FORA DO CADASTRO' TO LP-NOME
               NOT INVALID KEY
                   MOVE PAC-NOME TO LP-NOME
           END-READ
           MOVE 0 TO QTD-PRESENTE
           PERFORM VARYING IDX-SESSAO FROM 1 BY 1
                   UNTIL IDX-SESSAO > GRP-QTD-SESSOES
               MOVE GRP-CODIGO TO GPR-GRUPO
               MOVE IDX-SESSAO TO GPR-SESSAO
               MOVE GIN-PAC-ID TO GPR-PAC-ID
               READ PRESENCAS KEY IS GPR-CHAVE
                   NOT INVALID KEY
                       IF GPR-PRESENTE
                           ADD 1 TO QTD-PRESENTE
                       END-IF
               END-READ
           END-PERFORM
           MOVE QTD-PRESENTE TO LP-PRESENCAS
           MOVE GRP-QTD-SESSOES TO LP-SESSOES
           PERFORM 1300-BUSCAR-MEDICOES
           MOVE PESO-INICIAL TO LP-PESO-INICIAL
           MOVE IMC-INICIAL TO LP-IMC-INICIAL
           MOVE PESO-FINAL TO LP-PESO-FINAL
           MOVE IMC-FINAL TO LP-IMC-FINAL
           MOVE 0 TO LP-PERDA
           EVALUATE TRUE
               WHEN DATA-INICIAL = 0
                   MOVE 'SEM MEDICAO INICIAL' TO LP-OBSERVACAO
               WHEN DATA-FINAL NOT > DATA-INICIAL
                   MOVE 'SEM MEDICAO FINAL' TO LP-OBSERVACAO
               WHEN OTHER
                   MOVE SPACES TO LP-OBSERVACAO
                   COMPUTE PESO-PERDIDO = PESO-INICIAL - PESO-FINAL
                   MOVE PESO-PERDIDO TO LP-PERDA
                   ADD 1 TO GRUPO-MEDIDOS
                   ADD PESO-PERDIDO TO GRUPO-PERDA-TOTAL
           END-EVALUATE
           MOVE LINHA-PARTICIPANTE TO REG-RELATORIO
           WRITE REG-RELATORIO.

      *----Entrada: ultima visita ate a data da vaga; sem ela, a
      *----primeira visita do periodo do programa. Saida: ultima
      *----visita ate a ultima sessao do calendario.
       1300-BUSCAR-MEDICOES.
           MOVE 0 TO DATA-INICIAL
           MOVE 0 TO PESO-INICIAL
           MOVE 0 TO IMC-INICIAL
           MOVE 0 TO DATA-FINAL
           MOVE 0 TO PESO-FINAL
           MOVE 0 TO IMC-FINAL
           MOVE 'N' TO FIM-HISTORICO
           MOVE GIN-PAC-ID TO HK-PAC-ID
           MOVE 0 TO HK-DATA
           MOVE 0 TO HK-HORA
           START IMC-HISTORY KEY NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'S' TO FIM-HISTORICO
           END-START
           PERFORM UNTIL FIM-HISTORICO = 'S'
               READ IMC-HISTORY NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-HISTORICO
                   NOT AT END
                       IF HK-PAC-ID NOT = GIN-PAC-ID OR
                               HK-DATA > DATA-ULTIMA-SESSAO
                           MOVE 'S' TO FIM-HISTORICO
                       ELSE
                           IF HK-DATA NOT > GIN-DATA-VAGA OR
                                   DATA-INICIAL = 0
                               MOVE HK-DATA TO DATA-INICIAL
                               MOVE HK-PESO TO PESO-INICIAL
                               MOVE HK-IMC TO IMC-INICIAL
                           END-IF
                           MOVE HK-DATA TO DATA-FINAL
                           MOVE HK-PESO TO PESO-FINAL
                           MOVE HK-IMC TO IMC-FINAL
                       END-IF
               END-READ
           END-PERFORM.

       3000-IMPRIMIR-FACILITADORES.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'PESO MEDIO PERDIDO POR FACILITADOR' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'PRF FACILITADOR                    GRUPOS MEDID  '
               & 'MEDIA KG' TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING IDX-PROF FROM 1 BY 1 UNTIL IDX-PROF > 999
               IF TFA-GRUPOS(IDX-PROF) > 0
                   MOVE IDX-PROF TO LF-FACILITADOR
                   MOVE IDX-PROF TO PRO-ID
                   READ PROFISSIONAIS KEY IS PRO-ID
                       INVALID KEY
                           MOVE 'PROFISSIONAL FORA DO CADASTRO'
                               TO LF-NOME
                       NOT INVALID KEY
                           MOVE PRO-NOME TO LF-NOME
                   END-READ
                   MOVE TFA-GRUPOS(IDX-PROF) TO LF-GRUPOS
                   MOVE TFA-MEDIDOS(IDX-PROF) TO LF-MEDIDOS
                   IF TFA-MEDIDOS(IDX-PROF) = 0
                       MOVE 0 TO MEDIA-PERDA
                   ELSE
                       COMPUTE MEDIA-PERDA ROUNDED =
                           TFA-PERDA-TOTAL(IDX-PROF)
                           / TFA-MEDIDOS(IDX-PROF)
                   END-IF
                   MOVE MEDIA-PERDA TO LF-MEDIA
                   MOVE LINHA-FACILITADOR TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM.

       COPY GravarRunControle.
       END PROGRAM GrupoResultado.
