      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Relatorio de renovacao do livro de consentimentos
      *          CONSENT: lista as concessoes vigentes dadas ha mais
      *          tempo que o periodo de renovacao do arquivo central
      *          de parametros (CONSENTIMENT/RENOVA-MESES, padrao 24
      *          meses), com o nome do titular, para o marketing pedir
      *          de novo o consentimento antes de seguir contatando.
      *          As concessoes migradas do antigo CLI-OPT-IN (origem
      *          M) saem numa secao propria qualquer que seja a data:
      *          nao ha comprovante de quando nem como o cliente
      *          consentiu. RC 4 quando ha alguma concessao listada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsentimentoRenova.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ConsentimentoSelect.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT RELATORIO-RENOVA ASSIGN TO "CNSRENRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  CONSENTIMENTOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConsentimento.
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       FD  PATIENTS.
      *----So a frente do REG-PACIENTE de IMC.cbl: daqui so saem
      *----PAC-ID e PAC-NOME, o resto do registro nao e tocado
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 FILLER PIC X(207).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  RELATORIO-RENOVA.
       01  REG-RELATORIO PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-CONSENT PIC X(2).
       01  FS-CLIENTES PIC X(2).
       01  FS-PATIENTS PIC X(2).
       01  FIM-CONSENT PIC X.
       01  DATA-HOJE PIC 9(8).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           03 DH-ANO PIC 9(4).
           03 DH-MES PIC 9(2).
           03 DH-DIA PIC 9(2).
       01  RETORNO-DATA-NEG PIC 9(2).
      *----Meses de validade de uma concessao antes de pedir de novo.
      *----O arquivo central de parametros sobrepoe o padrao
       77  RENOVA-MESES PIC 9(3) VALUE 24.
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
      *----Data de corte: hoje menos o periodo, pela aritmetica de
      *----meses (ano * 12 + mes) do envelhecimento do ContasAtraso
       01  MESES-TOTAIS PIC 9(7).
       01  DATA-CORTE PIC 9(8).
       01  DATA-CORTE-R REDEFINES DATA-CORTE.
           03 DC-ANO PIC 9(4).
           03 DC-MES PIC 9(2).
           03 DC-DIA PIC 9(2).
      *----M-secao das migradas, V-secao das vencidas
       01  SECAO-ATUAL PIC X(1).
       01  NOME-TITULAR PIC X(30).
       01  QTD-LIDOS PIC 9(6) VALUE 0.
       01  QTD-VENCIDOS PIC 9(6) VALUE 0.
       01  QTD-MIGRADOS PIC 9(6) VALUE 0.
       01  LINHA-TEXTO PIC X(100).
       01  LINHA-RENOVA.
           03 LR-TIPO PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LR-TITULAR PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-NOME PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-FINALIDADE PIC X(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LR-CANAL PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-DATA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-ORIGEM PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-REFERENCIA PIC X(20).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           MOVE 'CONSENTIMENT' TO PARAM-PROGRAMA
           MOVE 'RENOVA-MESES' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE RENOVA-MESES = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           COMPUTE MESES-TOTAIS = DH-ANO * 12 + DH-MES - 1
               - RENOVA-MESES
           DIVIDE MESES-TOTAIS BY 12 GIVING DC-ANO REMAINDER DC-MES
           ADD 1 TO DC-MES
           MOVE DH-DIA TO DC-DIA
           OPEN EXTEND RUN-CONTROLE
           MOVE 'CONSENTIMENTORENOVA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN INPUT CLIENTES
           OPEN INPUT PATIENTS
           OPEN OUTPUT RELATORIO-RENOVA
           MOVE SPACES TO LINHA-TEXTO
           STRING 'CONSENTIMENTOS A RENOVAR - CORTE ' DELIMITED BY SIZE
               DATA-CORTE DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               RENOVA-MESES DELIMITED BY SIZE
               ' MESES)' DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'V' TO SECAO-ATUAL
           MOVE '== CONCEDIDOS ANTES DO CORTE ==' TO REG-RELATORIO
           PERFORM 1000-PERCORRER-LIVRO
           MOVE 'M' TO SECAO-ATUAL
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '== MIGRADOS DO CLI-OPT-IN, SEM COMPROVANTE =='
               TO REG-RELATORIO
           PERFORM 1000-PERCORRER-LIVRO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Concessoes vencidas: "==
                         ==VALOR==   BY ==QTD-VENCIDOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Migradas sem comprovante: "==
                         ==VALOR==   BY ==QTD-MIGRADOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE CLIENTES
           CLOSE PATIENTS
           CLOSE RELATORIO-RENOVA
           MOVE QTD-LIDOS TO RUN-LIDOS
           COMPUTE RUN-GRAVADOS = QTD-VENCIDOS + QTD-MIGRADOS
           MOVE 'F' TO RUN-EVENTO
           IF QTD-VENCIDOS + QTD-MIGRADOS > 0
               MOVE 'AVISO' TO RUN-FINAL
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'OK' TO RUN-FINAL
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

      *----Uma passada do livro por secao; o titulo da secao ja esta
      *----no REG-RELATORIO. Os lidos so contam na primeira passada
       1000-PERCORRER-LIVRO.
           WRITE REG-RELATORIO
           MOVE 'N' TO FIM-CONSENT
           OPEN INPUT CONSENTIMENTOS
           IF FS-CONSENT NOT = '00'
               MOVE 'S' TO FIM-CONSENT
           END-IF
           PERFORM UNTIL FIM-CONSENT = 'S'
               READ CONSENTIMENTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-CONSENT
                   NOT AT END
                       IF SECAO-ATUAL = 'V'
                           ADD 1 TO QTD-LIDOS
                       END-IF
                       PERFORM 1100-AVALIAR-CONCESSAO
               END-READ
           END-PERFORM
           CLOSE CONSENTIMENTOS.

       1100-AVALIAR-CONCESSAO.
           IF CNS-VIGENTE
               EVALUATE TRUE
                   WHEN SECAO-ATUAL = 'M' AND
                           CNS-ORIGEM-CONCESSAO = 'M'
                       ADD 1 TO QTD-MIGRADOS
                       PERFORM 1200-LISTAR-CONCESSAO
                   WHEN SECAO-ATUAL = 'V' AND
                           CNS-ORIGEM-CONCESSAO NOT = 'M' AND
                           CNS-DATA-CONCESSAO < DATA-CORTE
                       ADD 1 TO QTD-VENCIDOS
                       PERFORM 1200-LISTAR-CONCESSAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1200-LISTAR-CONCESSAO.
           MOVE SPACES TO NOME-TITULAR
           IF CNS-DE-CLIENTE
               MOVE CNS-TITULAR-ID TO CLI-NUMERO
               READ CLIENTES KEY IS CLI-NUMERO
                   INVALID KEY
                       MOVE '(CLIENTE NAO CADASTRADO)' TO NOME-TITULAR
                   NOT INVALID KEY
                       MOVE CLI-NOME TO NOME-TITULAR
               END-READ
           ELSE
               MOVE CNS-TITULAR-ID TO PAC-ID
               READ PATIENTS KEY IS PAC-ID
                   INVALID KEY
                       MOVE '(PACIENTE NAO CADASTRADO)' TO NOME-TITULAR
                   NOT INVALID KEY
                       MOVE PAC-NOME TO NOME-TITULAR
               END-READ
           END-IF
           MOVE CNS-TITULAR-TIPO TO LR-TIPO
           MOVE CNS-TITULAR-ID TO LR-TITULAR
           MOVE NOME-TITULAR TO LR-NOME
           MOVE CNS-FINALIDADE TO LR-FINALIDADE
           MOVE CNS-CANAL TO LR-CANAL
           MOVE CNS-DATA-CONCESSAO TO LR-DATA
           MOVE CNS-ORIGEM-CONCESSAO TO LR-ORIGEM
           MOVE CNS-REFERENCIA TO LR-REFERENCIA
           MOVE LINHA-RENOVA TO REG-RELATORIO
           WRITE REG-RELATORIO.

       COPY GravarRunControle.
       END PROGRAM ConsentimentoRenova.
