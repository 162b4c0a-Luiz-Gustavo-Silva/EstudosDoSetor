      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Relatorio mensal de NPS da pesquisa de satisfacao para
      *          a gerencia da clinica: apura as pesquisas respondidas
      *          no PESQUISAS das visitas do mes anterior a data de
      *          negocio, por profissional da consulta e no geral -
      *          promotores (nota 9-10), neutros (7-8), detratores
      *          (0-6) e NPS = % de promotores menos % de detratores -
      *          e lista os comentarios dos detratores para a gerente
      *          ligar de volta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PesquisaNps.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PESQUISAS ASSIGN TO "PESQUISAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSQ-CHAVE
               FILE STATUS IS FS-PESQUISAS.
           SELECT OPTIONAL PROFISSIONAIS ASSIGN TO "PROFISSIONAIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-ID
               FILE STATUS IS FS-PROFISSIONAIS.
           SELECT RELATORIO-NPS ASSIGN TO "NPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  PESQUISAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegPesquisa.
       FD  PROFISSIONAIS.
      *----Mesmo layout de ProfissionalManutencao.cbl
       01  REG-PROFISSIONAL.
           03 PRO-ID PIC 9(3).
           03 PRO-NOME PIC X(30).
           03 PRO-HORA-INICIO PIC 9(4).
           03 PRO-HORA-FIM PIC 9(4).
           03 PRO-MINUTOS-SLOT PIC 9(2).
           03 PRO-STATUS PIC X(1).
       FD  RELATORIO-NPS.
       01  REG-RELATORIO PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-PESQUISAS PIC X(2).
       01  FS-PROFISSIONAIS PIC X(2).
       01  FIM-PESQUISAS PIC X.
       01  DATA-HOJE.
           03 DH-ANO PIC 9(4).
           03 DH-MES PIC 9(2).
           03 DH-DIA PIC 9(2).
       01  RETORNO-DATA-NEG PIC 9(2).
      *----Mes apurado: o mes fechado anterior a data de negocio
       01  MES-APURADO.
           03 MA-ANO PIC 9(4).
           03 MA-MES PIC 9(2).
       01  MES-APURADO-N REDEFINES MES-APURADO PIC 9(6).
       01  DATA-VISITA-R.
           03 DV-ANO-MES PIC 9(6).
           03 DV-DIA PIC 9(2).
      *----Contagem por profissional, indexada pelo proprio codigo do
      *----cadastro PROFISSIONAIS
       01  IDX-PROF PIC 9(4).
       01  TAB-NPS-PROF.
           03 TNP-CONTAGEM OCCURS 999 TIMES.
               05 TNP-PROMOTORES PIC 9(5).
               05 TNP-NEUTROS PIC 9(5).
               05 TNP-DETRATORES PIC 9(5).
       01  TOT-PROMOTORES PIC 9(6) VALUE 0.
       01  TOT-NEUTROS PIC 9(6) VALUE 0.
       01  TOT-DETRATORES PIC 9(6) VALUE 0.
       01  QTD-LIDAS PIC 9(6) VALUE 0.
       01  QTD-APURADAS PIC 9(6) VALUE 0.
      *----Campos de calculo do NPS de uma linha do relatorio
       01  CALC-PROMOTORES PIC 9(6).
       01  CALC-NEUTROS PIC 9(6).
       01  CALC-DETRATORES PIC 9(6).
       01  CALC-RESPOSTAS PIC 9(6).
       01  CALC-NPS PIC S9(3).
       01  LINHA-NPS.
           03 LN-PROFISSIONAL PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LN-NOME PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LN-RESPOSTAS PIC Z(5)9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LN-PROMOTORES PIC Z(5)9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LN-NEUTROS PIC Z(5)9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LN-DETRATORES PIC Z(5)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LN-NPS PIC -ZZ9.
       01  LINHA-COMENTARIO.
           03 LC-PROFISSIONAL PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-PAC-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-DATA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-NOTA PIC Z9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-MOTIVO PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LC-COMENTARIO PIC X(60).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           IF DH-MES = 1
               COMPUTE MA-ANO = DH-ANO - 1
               MOVE 12 TO MA-MES
           ELSE
               MOVE DH-ANO TO MA-ANO
               COMPUTE MA-MES = DH-MES - 1
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'PESQUISANPS' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           INITIALIZE TAB-NPS-PROF
           OPEN INPUT PESQUISAS
           OPEN INPUT PROFISSIONAIS
           OPEN OUTPUT RELATORIO-NPS
           PERFORM 1000-APURAR-RESPOSTAS
           PERFORM 2000-IMPRIMIR-NPS
           PERFORM 3000-IMPRIMIR-DETRATORES
           CLOSE PESQUISAS
           CLOSE PROFISSIONAIS
           CLOSE RELATORIO-NPS
           DISPLAY 'NPS do mes ' MES-APURADO-N ': respostas '
               QTD-APURADAS
           MOVE QTD-LIDAS TO RUN-LIDOS
           MOVE QTD-APURADAS TO RUN-GRAVADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

       1000-APURAR-RESPOSTAS.
           MOVE 'N' TO FIM-PESQUISAS
           MOVE LOW-VALUES TO PSQ-CHAVE
           START PESQUISAS KEY NOT LESS THAN PSQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PESQUISAS
           END-START
           PERFORM UNTIL FIM-PESQUISAS = 'S'
               READ PESQUISAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PESQUISAS
                   NOT AT END
                       ADD 1 TO QTD-LIDAS
                       MOVE PSQ-DATA-VISITA TO DATA-VISITA-R
                       IF PSQ-RESPONDIDA AND
                               DV-ANO-MES = MES-APURADO-N
                           PERFORM 1100-CONTAR-RESPOSTA
                       END-IF
               END-READ
           END-PERFORM.

       1100-CONTAR-RESPOSTA.
           ADD 1 TO QTD-APURADAS
           EVALUATE TRUE
               WHEN PSQ-NOTA > 8
                   ADD 1 TO TOT-PROMOTORES
                   IF PSQ-PROFISSIONAL > 0
                       ADD 1 TO TNP-PROMOTORES(PSQ-PROFISSIONAL)
                   END-IF
               WHEN PSQ-NOTA > 6
                   ADD 1 TO TOT-NEUTROS
                   IF PSQ-PROFISSIONAL > 0
                       ADD 1 TO TNP-NEUTROS(PSQ-PROFISSIONAL)
                   END-IF
               WHEN OTHER
                   ADD 1 TO TOT-DETRATORES
                   IF PSQ-PROFISSIONAL > 0
                       ADD 1 TO TNP-DETRATORES(PSQ-PROFISSIONAL)
                   END-IF
           END-EVALUATE.

       2000-IMPRIMIR-NPS.
           MOVE SPACES TO LINHA-RESUMO
           STRING 'NPS DA PESQUISA DE SATISFACAO - MES '
               DELIMITED BY SIZE
               MA-MES DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               MA-ANO DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'PRF PROFISSIONAL                   RESPOS  PROMOT  '
               & 'NEUTRO  DETRAT   NPS' TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING IDX-PROF FROM 1 BY 1 UNTIL IDX-PROF > 999
               IF TNP-PROMOTORES(IDX-PROF) > 0 OR
                       TNP-NEUTROS(IDX-PROF) > 0 OR
                       TNP-DETRATORES(IDX-PROF) > 0
                   MOVE TNP-PROMOTORES(IDX-PROF) TO CALC-PROMOTORES
                   MOVE TNP-NEUTROS(IDX-PROF) TO CALC-NEUTROS
                   MOVE TNP-DETRATORES(IDX-PROF) TO CALC-DETRATORES
                   MOVE IDX-PROF TO LN-PROFISSIONAL
                   MOVE IDX-PROF TO PRO-ID
                   READ PROFISSIONAIS KEY IS PRO-ID
                       INVALID KEY
                           MOVE 'PROFISSIONAL FORA DO CADASTRO'
                               TO LN-NOME
                       NOT INVALID KEY
                           MOVE PRO-NOME TO LN-NOME
                   END-READ
                   PERFORM 2100-GRAVAR-LINHA-NPS
               END-IF
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE TOT-PROMOTORES TO CALC-PROMOTORES
           MOVE TOT-NEUTROS TO CALC-NEUTROS
           MOVE TOT-DETRATORES TO CALC-DETRATORES
           MOVE SPACES TO LN-PROFISSIONAL
           MOVE 'GERAL DA CLINICA' TO LN-NOME
           PERFORM 2100-GRAVAR-LINHA-NPS.

      *----NPS = % promotores - % detratores, de -100 a 100
       2100-GRAVAR-LINHA-NPS.
           COMPUTE CALC-RESPOSTAS =
               CALC-PROMOTORES + CALC-NEUTROS + CALC-DETRATORES
           IF CALC-RESPOSTAS = 0
               MOVE 0 TO CALC-NPS
           ELSE
               COMPUTE CALC-NPS ROUNDED =
                   (CALC-PROMOTORES - CALC-DETRATORES) * 100
                   / CALC-RESPOSTAS
           END-IF
           MOVE CALC-RESPOSTAS TO LN-RESPOSTAS
           MOVE CALC-PROMOTORES TO LN-PROMOTORES
           MOVE CALC-NEUTROS TO LN-NEUTROS
           MOVE CALC-DETRATORES TO LN-DETRATORES
           MOVE CALC-NPS TO LN-NPS
           MOVE LINHA-NPS TO REG-RELATORIO
           WRITE REG-RELATORIO.

       3000-IMPRIMIR-DETRATORES.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'COMENTARIOS DOS DETRATORES (NOTA 0 A 6)'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'PRF PACIEN VISITA   NT MOT COMENTARIO'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'N' TO FIM-PESQUISAS
           MOVE LOW-VALUES TO PSQ-CHAVE
           START PESQUISAS KEY NOT LESS THAN PSQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-PESQUISAS
           END-START
           PERFORM UNTIL FIM-PESQUISAS = 'S'
               READ PESQUISAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PESQUISAS
                   NOT AT END
                       MOVE PSQ-DATA-VISITA TO DATA-VISITA-R
                       IF PSQ-RESPONDIDA AND
                               DV-ANO-MES = MES-APURADO-N AND
                               PSQ-NOTA < 7
                           MOVE PSQ-PROFISSIONAL TO LC-PROFISSIONAL
                           MOVE PSQ-PAC-ID TO LC-PAC-ID
                           MOVE PSQ-DATA-VISITA TO LC-DATA
                           MOVE PSQ-NOTA TO LC-NOTA
                           MOVE PSQ-MOTIVO TO LC-MOTIVO
                           MOVE PSQ-COMENTARIO TO LC-COMENTARIO
                           MOVE LINHA-COMENTARIO TO REG-RELATORIO
                           WRITE REG-RELATORIO
                       END-IF
               END-READ
           END-PERFORM.

       COPY GravarRunControle.
       END PROGRAM PesquisaNps.
