      *          IMCHIST - num unico arquivo texto rotulado LGPDPORT
      *          para entrega, com folha de rosto carimbada com o
      *          numero de protocolo. A emissao fica no journal de
      *          auditoria com o protocolo. Para os dois tipos de
      *          titular sai tambem o historico inteiro do livro de
      *          consentimentos CONSENT: cada finalidade e canal, com
      *          a data, a origem e o operador da concessao e da
      *          revogacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LgpdExporta.
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT OPTIONAL CONTATOS ASSIGN TO "CONTATOS"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT OPTIONAL IMC-HISTORY ASSIGN TO "IMCHIST"
               ORGANIZATION IS INDEXED
               FILE STATUS IS FS-PROTOCOLO.
           SELECT PORTABILIDADE ASSIGN TO "LGPDPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY ConsentimentoSelect.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
           03 CTT-TIPO PIC X(1).
           03 CTT-VALOR PIC X(40).
           03 CTT-PREFERIDO PIC X(1).
           03 CTT-SITUACAO PIC X(1).
               88 CTT-DEVOLVIDO VALUE 'D'.
           03 CTT-QTD-DEVOLUCAO PIC 9(2).
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
               05 PAC-END-UF PIC X(2).
               05 PAC-END-CEP PIC X(9).
           03 FILLER PIC X(101).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  IMC-HISTORY.
      *----Mesmo layout do REG-HISTORICO de IMC.cbl
       01  REG-HISTORICO.
           03 PTC-ULTIMO PIC 9(6).
       FD  PORTABILIDADE.
       01  REG-PORTABILIDADE PIC X(100).
       FD  CONSENTIMENTOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConsentimento.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-CLIENTES PIC X(2).
       01  FS-PATIENTS PIC X(2).
       01  FS-IMC-HISTORY PIC X(2).
       01  FS-PROTOCOLO PIC X(2).
       01  FS-CONSENT PIC X(2).
      *----Tipo do titular no livro CONSENT: P paciente, C cliente
       01  TIPO-CONSENT PIC X(1).
       01  FIM-ARQUIVO PIC X.
       01  TIPO-TITULAR PIC X(1).
       01  NUMERO-TITULAR PIC 9(6).
               PERFORM 3000-SECAO-CONTAS
               PERFORM 4000-SECAO-CAMPANHAS
           END-IF
           PERFORM 7000-SECAO-CONSENTIMENTOS
           CLOSE PORTABILIDADE
           MOVE 'LGPD-PORTABILIDADE' TO AUDIT-ACAO
           MOVE NUMERO-TITULAR TO AUDIT-VALOR-ANTES
           END-PERFORM
           CLOSE IMC-HISTORY.

      *----Historico do livro de consentimentos: vigentes e
      *----revogados, para o titular ver quando e como consentiu
       7000-SECAO-CONSENTIMENTOS.
           MOVE SPACES TO REG-PORTABILIDADE
           WRITE REG-PORTABILIDADE
           MOVE '== CONSENTIMENTOS ==' TO REG-PORTABILIDADE
           WRITE REG-PORTABILIDADE
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT CONSENTIMENTOS
           IF TIPO-TITULAR = 'P'
               MOVE 'P' TO TIPO-CONSENT
           ELSE
               MOVE 'C' TO TIPO-CONSENT
           END-IF
           MOVE TIPO-CONSENT TO CNS-TITULAR-TIPO
           MOVE NUMERO-TITULAR TO CNS-TITULAR-ID
           MOVE LOW-VALUES TO CNS-FINALIDADE
           MOVE LOW-VALUES TO CNS-CANAL
           MOVE 0 TO CNS-SEQUENCIA
           START CONSENTIMENTOS KEY NOT LESS THAN CNS-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           IF FS-CONSENT NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ CONSENTIMENTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF CNS-TITULAR-TIPO = TIPO-CONSENT AND
                               CNS-TITULAR-ID = NUMERO-TITULAR
                           PERFORM 7100-LINHAS-DO-CONSENTIMENTO
                       ELSE
                           MOVE 'S' TO FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSENTIMENTOS.

       7100-LINHAS-DO-CONSENTIMENTO.
           MOVE SPACES TO LINHA-TEXTO
           STRING 'FINALIDADE ' DELIMITED BY SIZE
               CNS-FINALIDADE DELIMITED BY SIZE
               ' CANAL ' DELIMITED BY SIZE
               CNS-CANAL DELIMITED BY SIZE
               '  CONCEDIDO EM ' DELIMITED BY SIZE
               CNS-DATA-CONCESSAO DELIMITED BY SIZE
               ' ORIGEM ' DELIMITED BY SIZE
               CNS-ORIGEM-CONCESSAO DELIMITED BY SIZE
               ' POR ' DELIMITED BY SIZE
               CNS-OPERADOR-CONCESSAO DELIMITED BY SIZE
               ' REF ' DELIMITED BY SIZE
               CNS-REFERENCIA DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-PORTABILIDADE
           WRITE REG-PORTABILIDADE
           MOVE SPACES TO LINHA-TEXTO
           IF CNS-VIGENTE
               MOVE '    VIGENTE' TO LINHA-TEXTO
           ELSE
               STRING '    REVOGADO EM ' DELIMITED BY SIZE
                   CNS-DATA-REVOGACAO DELIMITED BY SIZE
                   ' ORIGEM ' DELIMITED BY SIZE
                   CNS-ORIGEM-REVOGACAO DELIMITED BY SIZE
                   ' POR ' DELIMITED BY SIZE
                   CNS-OPERADOR-REVOGACAO DELIMITED BY SIZE
                   INTO LINHA-TEXTO
           END-IF
           MOVE LINHA-TEXTO TO REG-PORTABILIDADE
           WRITE REG-PORTABILIDADE.

       COPY GravarAuditoria.
       END PROGRAM LgpdExporta.
