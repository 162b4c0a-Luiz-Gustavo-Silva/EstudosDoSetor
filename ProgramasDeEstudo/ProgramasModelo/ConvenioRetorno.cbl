      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Baixa do demonstrativo de pagamento das operadoras
      *          de plano de saude (arquivo DEMONSTR, uma linha por
      *          guia com valor pago, valor glosado e codigo e motivo
      *          da glosa). A guia enviada no lote do ConvenioLote,
      *          achada pelo numero do prestador, fica paga quando
      *          nao ha glosa; com glosa fica glosada e a glosa entra
      *          no GLOSAS como pendente, na lista de trabalho do
      *          GlosaTrata. A guia glosada que volta num demonstrativo
      *          posterior e a resposta do recurso: o valor pago abate
      *          a glosa, a glosa em recurso fica revertida quando a
      *          operadora paga tudo, ou volta a pendente com o que
      *          sobrou para ser cobrada do paciente. Linha sem guia,
      *          de outro convenio ou de guia que nao espera
      *          pagamento sai no DEMEXC; o DEMRPT traz a baixa de
      *          cada guia e os totais do demonstrativo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvenioRetorno.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEMONSTRATIVO ASSIGN TO "DEMONSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEMONSTRATIVO.
           SELECT OPTIONAL GUIAS ASSIGN TO "GUIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUI-CHAVE
               ALTERNATE RECORD KEY IS GUI-NUMERO
               FILE STATUS IS FS-GUIAS.
           SELECT OPTIONAL GLOSAS ASSIGN TO "GLOSAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLO-CHAVE
               FILE STATUS IS FS-GLOSAS.
           SELECT EXCECOES ASSIGN TO "DEMEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-RETORNO ASSIGN TO "DEMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  DEMONSTRATIVO.
      *----Linha do demonstrativo de analise de conta da operadora,
      *----ja convertida para o layout posicional da clinica
       01  REG-DEMONSTRATIVO.
           03 DEM-CONVENIO PIC 9(4).
           03 DEM-NUMERO-GUIA PIC 9(8).
           03 DEM-DATA-PAGAMENTO PIC 9(8).
           03 DEM-VALOR-INFORMADO PIC 9(7)V9(2).
           03 DEM-VALOR-PAGO PIC 9(7)V9(2).
           03 DEM-VALOR-GLOSA PIC 9(7)V9(2).
           03 DEM-CODIGO-GLOSA PIC X(4).
           03 DEM-MOTIVO-GLOSA PIC X(40).
       FD  GUIAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegGuia.
       FD  GLOSAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegGlosa.
       FD  EXCECOES.
       01  REG-EXCECAO PIC X(100).
       FD  RELATORIO-RETORNO.
       01  REG-RELATORIO PIC X(100).
       COPY AuditJournalFD.
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-DEMONSTRATIVO PIC X(2).
       01  FS-GUIAS PIC X(2).
       01  FS-GLOSAS PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  FIM-GLOSAS PIC X.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  GUIA-ACHADA PIC X.
       01  QTD-LIDAS PIC 9(6) VALUE 0.
       01  QTD-PAGAS PIC 9(6) VALUE 0.
       01  QTD-GLOSADAS PIC 9(6) VALUE 0.
       01  QTD-RECURSOS PIC 9(6) VALUE 0.
       01  QTD-REJEITADAS PIC 9(6) VALUE 0.
       01  TOTAL-PAGO PIC 9(9)V9(2) VALUE 0.
       01  TOTAL-GLOSADO PIC 9(9)V9(2) VALUE 0.
       01  VALOR-ED PIC -(9)9,99.
       01  LINHA-GUIA.
           03 LG-CONVENIO PIC 9(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LG-NUMERO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LG-INFORMADO PIC -(7)9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LG-PAGO PIC -(7)9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LG-GLOSA PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LG-SITUACAO PIC X(30).
       01  LINHA-EXCECAO.
           03 LX-CONVENIO PIC 9(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LX-NUMERO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LX-PAGO PIC -(7)9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LX-GLOSA PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LX-MOTIVO PIC X(40).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'CONVENIORETORNO' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN INPUT DEMONSTRATIVO
           IF FS-DEMONSTRATIVO NOT = '00'
               DISPLAY 'DEMONSTRATIVO AUSENTE, NADA A BAIXAR'
               MOVE 'F' TO RUN-EVENTO
               MOVE 'OK' TO RUN-FINAL
               PERFORM 9800-GRAVAR-RUN-CONTROLE
               CLOSE RUN-CONTROLE
               STOP RUN
           END-IF
           OPEN I-O GUIAS
           OPEN I-O GLOSAS
           OPEN OUTPUT EXCECOES
           OPEN OUTPUT RELATORIO-RETORNO
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'CONVENIORETORNO' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           MOVE SPACES TO LINHA-RESUMO
           STRING 'BAIXA DO DEMONSTRATIVO DE PAGAMENTO DE CONVENIO - '
               DELIMITED BY SIZE
               DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'CONV  GUIA        INFORMADO       PAGO      GLOSA'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'CONV  GUIA             PAGO      GLOSA  MOTIVO'
               TO REG-EXCECAO
           WRITE REG-EXCECAO
           MOVE 'N' TO FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ DEMONSTRATIVO
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO QTD-LIDAS
                       PERFORM 1000-TRATAR-LINHA
               END-READ
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE TOTAL-PAGO TO VALOR-ED
           MOVE SPACES TO LINHA-RESUMO
           STRING 'GUIAS PAGAS: ' DELIMITED BY SIZE
               QTD-PAGAS DELIMITED BY SIZE
               '  COM GLOSA: ' DELIMITED BY SIZE
               QTD-GLOSADAS DELIMITED BY SIZE
               '  RECURSOS: ' DELIMITED BY SIZE
               QTD-RECURSOS DELIMITED BY SIZE
               '  TOTAL PAGO: ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE TOTAL-GLOSADO TO VALOR-ED
           MOVE SPACES TO LINHA-RESUMO
           STRING 'TOTAL GLOSADO: ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               '  LINHAS REJEITADAS: ' DELIMITED BY SIZE
               QTD-REJEITADAS DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE DEMONSTRATIVO
           CLOSE GUIAS
           CLOSE GLOSAS
           CLOSE EXCECOES
           CLOSE RELATORIO-RETORNO
           CLOSE AUDIT-JOURNAL
           DISPLAY 'Linhas do demonstrativo: ' QTD-LIDAS
           DISPLAY 'Guias pagas:             ' QTD-PAGAS
           DISPLAY 'Guias com glosa:         ' QTD-GLOSADAS
           DISPLAY 'Respostas de recurso:    ' QTD-RECURSOS
           DISPLAY 'Linhas rejeitadas:       ' QTD-REJEITADAS
           MOVE QTD-LIDAS TO RUN-LIDOS
           COMPUTE RUN-GRAVADOS = QTD-PAGAS + QTD-GLOSADAS
               + QTD-RECURSOS
           MOVE QTD-REJEITADAS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

      *----A operadora devolve o numero da guia do prestador
       1000-TRATAR-LINHA.
           MOVE DEM-CONVENIO TO LX-CONVENIO
           MOVE DEM-NUMERO-GUIA TO LX-NUMERO
           MOVE DEM-VALOR-PAGO TO LX-PAGO
           MOVE DEM-VALOR-GLOSA TO LX-GLOSA
           MOVE DEM-NUMERO-GUIA TO GUI-NUMERO
           READ GUIAS KEY IS GUI-NUMERO
               INVALID KEY
                   MOVE 'N' TO GUIA-ACHADA
               NOT INVALID KEY
                   MOVE 'S' TO GUIA-ACHADA
           END-READ
           EVALUATE TRUE
               WHEN GUIA-ACHADA = 'N'
                   MOVE 'GUIA NAO ENCONTRADA' TO LX-MOTIVO
                   PERFORM 1900-REJEITAR-LINHA
               WHEN GUI-CONVENIO NOT = DEM-CONVENIO
                   MOVE 'GUIA DE OUTRO CONVENIO' TO LX-MOTIVO
                   PERFORM 1900-REJEITAR-LINHA
               WHEN GUI-ENVIADA
                   PERFORM 1100-BAIXAR-GUIA
               WHEN GUI-GLOSADA
                   PERFORM 1200-RESPOSTA-RECURSO
               WHEN GUI-PAGA
                   MOVE 'GUIA JA PAGA' TO LX-MOTIVO
                   PERFORM 1900-REJEITAR-LINHA
               WHEN OTHER
                   MOVE 'GUIA AINDA NAO ENVIADA EM LOTE' TO LX-MOTIVO
                   PERFORM 1900-REJEITAR-LINHA
           END-EVALUATE.

      *----Primeiro demonstrativo da guia: paga inteira ou glosada
       1100-BAIXAR-GUIA.
           MOVE DEM-VALOR-PAGO TO GUI-VALOR-PAGO
           MOVE DEM-VALOR-GLOSA TO GUI-VALOR-GLOSA
           MOVE DEM-DATA-PAGAMENTO TO GUI-DATA-PAGAMENTO
           ADD DEM-VALOR-PAGO TO TOTAL-PAGO
           IF DEM-VALOR-GLOSA > 0
               SET GUI-GLOSADA TO TRUE
               ADD 1 TO QTD-GLOSADAS
               ADD DEM-VALOR-GLOSA TO TOTAL-GLOSADO
               PERFORM 1150-GRAVAR-GLOSA
               MOVE 'GLOSADA, NA LISTA DE TRABALHO' TO LG-SITUACAO
           ELSE
               SET GUI-PAGA TO TRUE
               ADD 1 TO QTD-PAGAS
               MOVE 'PAGA' TO LG-SITUACAO
           END-IF
           REWRITE REG-GUIA
           PERFORM 1800-LINHA-RELATORIO
           MOVE 'BAIXA-GUIA' TO AUDIT-ACAO
           PERFORM 1850-AUDITAR-GUIA.

       1150-GRAVAR-GLOSA.
           MOVE GUI-NUMERO TO GLO-NUMERO-GUIA
           MOVE DATA-HOJE TO GLO-DATA-DEMONSTRATIVO
           MOVE GUI-CONVENIO TO GLO-CONVENIO
           MOVE GUI-PAC-ID TO GLO-PAC-ID
           MOVE GUI-DATA TO GLO-DATA-ATENDIMENTO
           MOVE DEM-VALOR-GLOSA TO GLO-VALOR
           MOVE DEM-CODIGO-GLOSA TO GLO-CODIGO
           MOVE DEM-MOTIVO-GLOSA TO GLO-MOTIVO
           SET GLO-PENDENTE TO TRUE
           MOVE SPACES TO GLO-JUSTIFICATIVA
           MOVE 0 TO GLO-CTA-ID
           MOVE SPACES TO GLO-OPERADOR
           MOVE 0 TO GLO-DATA-DECISAO
           WRITE REG-GLOSA
               INVALID KEY
                   REWRITE REG-GLOSA
           END-WRITE.

      *----Guia glosada de volta no demonstrativo: o pago abate a
      *----glosa; o que sobrar continua glosado
       1200-RESPOSTA-RECURSO.
           ADD 1 TO QTD-RECURSOS
           ADD DEM-VALOR-PAGO TO GUI-VALOR-PAGO
           ADD DEM-VALOR-PAGO TO TOTAL-PAGO
           MOVE DEM-DATA-PAGAMENTO TO GUI-DATA-PAGAMENTO
           IF DEM-VALOR-PAGO NOT LESS GUI-VALOR-GLOSA
               MOVE 0 TO GUI-VALOR-GLOSA
               SET GUI-PAGA TO TRUE
               MOVE 'RECURSO ACEITO, GUIA PAGA' TO LG-SITUACAO
           ELSE
               SUBTRACT DEM-VALOR-PAGO FROM GUI-VALOR-GLOSA
               MOVE 'RECURSO NEGADO, GLOSA PENDENTE' TO LG-SITUACAO
           END-IF
           REWRITE REG-GUIA
           PERFORM 1300-ATUALIZAR-GLOSAS
           PERFORM 1800-LINHA-RELATORIO
           MOVE 'RECURSO-GUIA' TO AUDIT-ACAO
           PERFORM 1850-AUDITAR-GUIA.

      *----As glosas da guia que estavam em recurso: revertidas se a
      *----guia ficou paga; senao voltam a pendentes com o valor que
      *----a operadora manteve, para cobrar do paciente
       1300-ATUALIZAR-GLOSAS.
           MOVE 'N' TO FIM-GLOSAS
           MOVE GUI-NUMERO TO GLO-NUMERO-GUIA
           MOVE 0 TO GLO-DATA-DEMONSTRATIVO
           START GLOSAS KEY NOT LESS THAN GLO-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-GLOSAS
           END-START
           PERFORM UNTIL FIM-GLOSAS = 'S'
               READ GLOSAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-GLOSAS
                   NOT AT END
                       IF GLO-NUMERO-GUIA NOT = GUI-NUMERO
                           MOVE 'S' TO FIM-GLOSAS
                       ELSE
                           IF GLO-EM-RECURSO
                               PERFORM 1350-DECIDIR-RECURSO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       1350-DECIDIR-RECURSO.
           IF GUI-PAGA
               SET GLO-REVERTIDA TO TRUE
           ELSE
               SET GLO-PENDENTE TO TRUE
               MOVE GUI-VALOR-GLOSA TO GLO-VALOR
               IF DEM-MOTIVO-GLOSA NOT = SPACES
                   MOVE DEM-CODIGO-GLOSA TO GLO-CODIGO
                   MOVE DEM-MOTIVO-GLOSA TO GLO-MOTIVO
               END-IF
           END-IF
           MOVE DATA-HOJE TO GLO-DATA-DECISAO
           REWRITE REG-GLOSA.

       1800-LINHA-RELATORIO.
           MOVE DEM-CONVENIO TO LG-CONVENIO
           MOVE DEM-NUMERO-GUIA TO LG-NUMERO
           MOVE DEM-VALOR-INFORMADO TO LG-INFORMADO
           MOVE DEM-VALOR-PAGO TO LG-PAGO
           MOVE DEM-VALOR-GLOSA TO LG-GLOSA
           MOVE LINHA-GUIA TO REG-RELATORIO
           WRITE REG-RELATORIO.

       1850-AUDITAR-GUIA.
           MOVE SPACES TO AUDIT-VALOR-ANTES
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING GUI-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               GUI-CONVENIO DELIMITED BY SIZE
               INTO AUDIT-VALOR-ANTES
           MOVE GUI-VALOR-PAGO TO VALOR-ED
           STRING GUI-SITUACAO DELIMITED BY SIZE
               ' PAGO ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA.

       1900-REJEITAR-LINHA.
           ADD 1 TO QTD-REJEITADAS
           MOVE LINHA-EXCECAO TO REG-EXCECAO
           WRITE REG-EXCECAO.

       COPY GravarAuditoria.

       COPY GravarRunControle.
       END PROGRAM ConvenioRetorno.
