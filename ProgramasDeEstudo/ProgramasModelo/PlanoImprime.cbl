      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Impressao dos planos nutricionais pendentes do
      *          PLANOPAC (emitidos ou reemitidos pelo
      *          PlanoNutriAtualiza, ajustados ou pedidos de segunda
      *          via no PlanoNutriManutencao), rodada depois do
      *          IMCBatch. O documento PLANOIMP de cada paciente junta
      *          a orientacao do plano, a ultima medicao do IMCHIST e
      *          a meta de peso/IMC em aberto no METAS, se houver, no
      *          molde das declaracoes impressas da clinica. O plano
      *          impresso fica marcado com a data da impressao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlanoImprime.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
      *----Peso, altura e IMC com virgula, como nas telas do IMC.cbl
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLANOS-PACIENTE ASSIGN TO "PLANOPAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-PAC-ID
               FILE STATUS IS FS-PLANOS.
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
           SELECT OPTIONAL METAS ASSIGN TO "METAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-PAC-ID
               FILE STATUS IS FS-METAS.
           SELECT PLANOS-IMPRESSOS ASSIGN TO "PLANOIMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANOS-PACIENTE.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegPlanoPaciente.
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
       FD  METAS.
      *----Mesmo layout de MetaManutencao.cbl
       01  REG-META.
           03 MET-PAC-ID PIC 9(6).
           03 MET-TIPO PIC X(1).
           03 MET-VALOR-INICIAL PIC 9(3)V9(2).
           03 MET-VALOR-ALVO PIC 9(3)V9(2).
           03 MET-DATA-DEFINICAO PIC 9(8).
           03 MET-DATA-ALVO PIC 9(8).
           03 MET-PROFISSIONAL PIC X(30).
       FD  PLANOS-IMPRESSOS.
       01  REG-PLANO-IMPRESSO PIC X(80).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-PLANOS PIC X(2).
       01  FS-PATIENTS PIC X(2).
       01  FS-IMC-HISTORY PIC X(2).
       01  FS-METAS PIC X(2).
       01  FIM-PLANOS PIC X.
       01  FIM-HISTORICO PIC X.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  IDX-LINHA PIC 9(2).
      *----Ultima medicao do paciente no IMCHIST
       01  TEM-MEDICAO PIC X.
       01  ULT-DATA PIC 9(8).
       01  ULT-ALTURA PIC 9(1)V9(2).
       01  ULT-PESO PIC 9(3)V9(2).
       01  ULT-IMC PIC 9(2)V9(2).
       01  TEM-META PIC X.
       01  DATA-ED PIC X(10).
       01  DATA-CONVERTER PIC 9(8).
       01  DATA-CONVERTER-R REDEFINES DATA-CONVERTER.
           03 DC-ANO PIC 9(4).
           03 DC-MES PIC 9(2).
           03 DC-DIA PIC 9(2).
       01  ALTURA-ED PIC 9,99.
       01  PESO-ED PIC ZZ9,99.
       01  IMC-ED PIC Z9,99.
       01  VALOR-ED PIC ZZ9,99.
       01  VALOR-ED2 PIC ZZ9,99.
       01  KCAL-ED PIC Z.ZZ9.
       01  VERSAO-ED PIC ZZ9.
       01  QTD-LIDOS PIC 9(6) VALUE 0.
       01  QTD-IMPRESSOS PIC 9(6) VALUE 0.
       01  QTD-SEM-CADASTRO PIC 9(6) VALUE 0.
       01  LINHA-TEXTO PIC X(80).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'PLANOIMPRIME' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN I-O PLANOS-PACIENTE
           OPEN INPUT PATIENTS
           OPEN INPUT IMC-HISTORY
           OPEN INPUT METAS
           OPEN OUTPUT PLANOS-IMPRESSOS
           MOVE 'N' TO FIM-PLANOS
           MOVE LOW-VALUES TO PLN-PAC-ID
           START PLANOS-PACIENTE KEY NOT LESS THAN PLN-PAC-ID
               INVALID KEY
                   MOVE 'S' TO FIM-PLANOS
           END-START
           PERFORM UNTIL FIM-PLANOS = 'S'
               READ PLANOS-PACIENTE NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PLANOS
                   NOT AT END
                       ADD 1 TO QTD-LIDOS
                       IF PLN-IMPRESSAO-PENDENTE
                           PERFORM 1000-TRATAR-PLANO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLANOS-PACIENTE
           CLOSE PATIENTS
           CLOSE IMC-HISTORY
           CLOSE METAS
           CLOSE PLANOS-IMPRESSOS
           DISPLAY 'Planos impressos:       ' QTD-IMPRESSOS
           DISPLAY 'Sem cadastro PATIENTS:  ' QTD-SEM-CADASTRO
           MOVE QTD-LIDOS TO RUN-LIDOS
           MOVE QTD-IMPRESSOS TO RUN-GRAVADOS
           MOVE QTD-SEM-CADASTRO TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

       1000-TRATAR-PLANO.
           MOVE PLN-PAC-ID TO PAC-ID
           READ PATIENTS KEY IS PAC-ID
               INVALID KEY
                   ADD 1 TO QTD-SEM-CADASTRO
               NOT INVALID KEY
                   PERFORM 1100-ULTIMA-MEDICAO
                   PERFORM 1200-META-ABERTA
                   PERFORM 2000-IMPRIMIR-PLANO
                   SET PLN-IMPRESSO TO TRUE
                   MOVE DATA-HOJE TO PLN-DATA-IMPRESSAO
                   REWRITE REG-PLANO-PACIENTE
           END-READ.

      *----As visitas do paciente vem em ordem de data e hora: a
      *----ultima lida e a medicao mais recente
       1100-ULTIMA-MEDICAO.
           MOVE 'N' TO TEM-MEDICAO
           MOVE 'N' TO FIM-HISTORICO
           MOVE PLN-PAC-ID TO HK-PAC-ID
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
                       IF HK-PAC-ID NOT = PLN-PAC-ID
                           MOVE 'S' TO FIM-HISTORICO
                       ELSE
                           MOVE 'S' TO TEM-MEDICAO
                           MOVE HK-DATA TO ULT-DATA
                           MOVE HK-ALTURA TO ULT-ALTURA
                           MOVE HK-PESO TO ULT-PESO
                           MOVE HK-IMC TO ULT-IMC
                       END-IF
               END-READ
           END-PERFORM.

      *----Meta encerrada sai do METAS: a que esta la esta em aberto
       1200-META-ABERTA.
           MOVE PLN-PAC-ID TO MET-PAC-ID
           READ METAS KEY IS MET-PAC-ID
               INVALID KEY
                   MOVE 'N' TO TEM-META
               NOT INVALID KEY
                   MOVE 'S' TO TEM-META
           END-READ.

       2000-IMPRIMIR-PLANO.
           ADD 1 TO QTD-IMPRESSOS
           MOVE ALL '=' TO REG-PLANO-IMPRESSO
           WRITE REG-PLANO-IMPRESSO
           MOVE 'PLANO NUTRICIONAL' TO REG-PLANO-IMPRESSO
           WRITE REG-PLANO-IMPRESSO
           MOVE SPACES TO REG-PLANO-IMPRESSO
           WRITE REG-PLANO-IMPRESSO
           MOVE SPACES TO LINHA-TEXTO
           STRING 'PACIENTE ' DELIMITED BY SIZE
               PAC-ID DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               PAC-NOME DELIMITED BY '  '
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-PLANO-IMPRESSO
           WRITE REG-PLANO-IMPRESSO
           MOVE PLN-DATA-EMISSAO TO DATA-CONVERTER
           PERFORM 2900-FORMATAR-DATA
           MOVE PLN-VERSAO TO VERSAO-ED
           MOVE SPACES TO LINHA-TEXTO
           STRING 'PLANO VERSAO ' DELIMITED BY SIZE
               VERSAO-ED DELIMITED BY SIZE
               ' EMITIDO EM ' DELIMITED BY SIZE
               DATA-ED DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-PLANO-IMPRESSO
           WRITE REG-PLANO-IMPRESSO
           IF PLN-AJUSTADO = 'S'
               MOVE PLN-DATA-AJUSTE TO DATA-CONVERTER
               PERFORM 2900-FORMATAR-DATA
               MOVE SPACES TO LINHA-TEXTO
               STRING 'AJUSTADO PELA NUTRICIONISTA EM ' DELIMITED
                   BY SIZE
                   DATA-ED DELIMITED BY SIZE
                   INTO LINHA-TEXTO
               MOVE LINHA-TEXTO TO REG-PLANO-IMPRESSO
               WRITE REG-PLANO-IMPRESSO
           END-IF
           MOVE SPACES TO REG-PLANO-IMPRESSO
           WRITE REG-PLANO-IMPRESSO
           PERFORM 2100-IMPRIMIR-MEDICAO
           PERFORM 2200-IMPRIMIR-META
           MOVE SPACES TO REG-PLANO-IMPRESSO
           WRITE REG-PLANO-IMPRESSO
           MOVE 'ORIENTACAO NUTRICIONAL' TO REG-PLANO-IMPRESSO
           WRITE REG-PLANO-IMPRESSO
           IF PLN-KCAL > 0
               MOVE PLN-KCAL TO KCAL-ED
               MOVE SPACES TO LINHA-TEXTO
               STRING '  VALOR ENERGETICO DIARIO SUGERIDO: '
                   DELIMITED BY SIZE
                   KCAL-ED DELIMITED BY SIZE
                   ' KCAL' DELIMITED BY SIZE
                   INTO LINHA-TEXTO
               MOVE LINHA-TEXTO TO REG-PLANO-IMPRESSO
               WRITE REG-PLANO-IMPRESSO
           END-IF
           PERFORM VARYING IDX-LINHA FROM 1 BY 1 UNTIL IDX-LINHA > 8
               IF PLN-LINHA(IDX-LINHA) NOT = SPACES
                   MOVE SPACES TO LINHA-TEXTO
                   STRING '  ' DELIMITED BY SIZE
                       PLN-LINHA(IDX-LINHA) DELIMITED BY SIZE
                       INTO LINHA-TEXTO
                   MOVE LINHA-TEXTO TO REG-PLANO-IMPRESSO
                   WRITE REG-PLANO-IMPRESSO
               END-IF
           END-PERFORM
           MOVE SPACES TO REG-PLANO-IMPRESSO
           WRITE REG-PLANO-IMPRESSO
           MOVE DATA-HOJE TO DATA-CONVERTER
           PERFORM 2900-FORMATAR-DATA
           MOVE SPACES TO LINHA-TEXTO
           STRING 'IMPRESSO EM ' DELIMITED BY SIZE
               DATA-ED DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-PLANO-IMPRESSO
           WRITE REG-PLANO-IMPRESSO
           MOVE SPACES TO REG-PLANO-IMPRESSO
           WRITE REG-PLANO-IMPRESSO.

       2100-IMPRIMIR-MEDICAO.
           MOVE SPACES TO LINHA-TEXTO
           STRING 'CLASSIFICACAO: ' DELIMITED BY SIZE
               PLN-CLASSIFICACAO DELIMITED BY '  '
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-PLANO-IMPRESSO
           WRITE REG-PLANO-IMPRESSO
           IF TEM-MEDICAO = 'S'
               MOVE ULT-DATA TO DATA-CONVERTER
               PERFORM 2900-FORMATAR-DATA
               MOVE ULT-ALTURA TO ALTURA-ED
               MOVE ULT-PESO TO PESO-ED
               MOVE ULT-IMC TO IMC-ED
               MOVE SPACES TO LINHA-TEXTO
               STRING 'ULTIMA MEDICAO EM ' DELIMITED BY SIZE
                   DATA-ED DELIMITED BY SIZE
                   ': ALTURA ' DELIMITED BY SIZE
                   ALTURA-ED DELIMITED BY SIZE
                   ' M  PESO ' DELIMITED BY SIZE
                   PESO-ED DELIMITED BY SIZE
                   ' KG  IMC ' DELIMITED BY SIZE
                   IMC-ED DELIMITED BY SIZE
                   INTO LINHA-TEXTO
               MOVE LINHA-TEXTO TO REG-PLANO-IMPRESSO
               WRITE REG-PLANO-IMPRESSO
           END-IF.

       2200-IMPRIMIR-META.
           IF TEM-META = 'S'
               MOVE MET-VALOR-INICIAL TO VALOR-ED
               MOVE MET-VALOR-ALVO TO VALOR-ED2
               MOVE MET-DATA-ALVO TO DATA-CONVERTER
               PERFORM 2900-FORMATAR-DATA
               MOVE SPACES TO LINHA-TEXTO
               IF MET-TIPO = 'I'
                   STRING 'META DE IMC: DE ' DELIMITED BY SIZE
                       VALOR-ED DELIMITED BY SIZE
                       ' PARA ' DELIMITED BY SIZE
                       VALOR-ED2 DELIMITED BY SIZE
                       ' ATE ' DELIMITED BY SIZE
                       DATA-ED DELIMITED BY SIZE
                       INTO LINHA-TEXTO
               ELSE
                   STRING 'META DE PESO: DE ' DELIMITED BY SIZE
                       VALOR-ED DELIMITED BY SIZE
                       ' KG PARA ' DELIMITED BY SIZE
                       VALOR-ED2 DELIMITED BY SIZE
                       ' KG ATE ' DELIMITED BY SIZE
                       DATA-ED DELIMITED BY SIZE
                       INTO LINHA-TEXTO
               END-IF
               MOVE LINHA-TEXTO TO REG-PLANO-IMPRESSO
               WRITE REG-PLANO-IMPRESSO
           END-IF.

       2900-FORMATAR-DATA.
           MOVE SPACES TO DATA-ED
           STRING DC-DIA DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               DC-MES DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               DC-ANO DELIMITED BY SIZE
               INTO DATA-ED.

       COPY GravarRunControle.
       END PROGRAM PlanoImprime.
