      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Lista de trabalho das glosas de convenio gravadas
      *          pelo ConvenioRetorno. Cada glosa pendente e
      *          contestada - recurso a operadora com a justificativa,
      *          que vai para o arquivo RECGLOSA de recursos a enviar,
      *          e a resposta volta no demonstrativo seguinte - ou
      *          cobrada do paciente: abre conta a receber no ACCOUNTS
      *          em nome do cliente vinculado no PACCLI, numerada pelo
      *          CTAIDCTL como as faturas de visita, com o debito no
      *          razao MOVCONTA e a linha do FATMOV para a nota
      *          fiscal. Toda decisao fica no journal de auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlosaTrata.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GLOSAS ASSIGN TO "GLOSAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLO-CHAVE
               FILE STATUS IS FS-GLOSAS.
           SELECT OPTIONAL PAC-CLIENTES ASSIGN TO "PACCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCL-PAC-ID
               FILE STATUS IS FS-PACCLI.
           SELECT OPTIONAL ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-ACCOUNTS.
           SELECT OPTIONAL CONTROLE-ID ASSIGN TO "CTAIDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
           SELECT MOVIMENTO-FATURA ASSIGN TO "FATMOV"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Recursos de glosa a mandar para a operadora
           SELECT RECURSOS ASSIGN TO "RECGLOSA"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
           COPY MovContaSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  GLOSAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegGlosa.
       FD  PAC-CLIENTES.
      *----Mesmo layout de PacClienteManutencao.cbl
       01  REG-PAC-CLIENTE.
           03 PCL-PAC-ID PIC 9(6).
           03 PCL-CLIENTE PIC 9(6).
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
       FD  CONTROLE-ID.
       01  REG-CONTROLE-ID.
           03 CID-ULTIMO PIC 9(6).
       FD  MOVIMENTO-FATURA.
      *----Mesmo layout gravado pelo FaturaGerador.cbl
       01  REG-MOVIMENTO-FATURA.
           03 FMV-DATA PIC 9(8).
           03 FMV-CTA-ID PIC 9(6).
           03 FMV-CLIENTE PIC 9(6).
           03 FMV-VALOR PIC 9(7)V9(2).
           03 FMV-SERVICO PIC X(20).
       FD  RECURSOS.
       01  REG-RECURSO.
           03 REC-CONVENIO PIC 9(4).
           03 REC-NUMERO-GUIA PIC 9(8).
           03 REC-DATA-ATENDIMENTO PIC 9(8).
           03 REC-VALOR PIC 9(7)V9(2).
           03 REC-CODIGO-GLOSA PIC X(4).
           03 REC-JUSTIFICATIVA PIC X(60).
           03 REC-DATA PIC 9(8).
       COPY AuditJournalFD.
       COPY MovContaFD.
       WORKING-STORAGE SECTION.
       01  FS-GLOSAS PIC X(2).
       01  FS-PACCLI PIC X(2).
       01  FS-ACCOUNTS PIC X(2).
       01  FS-CONTROLE PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FIM-GLOSAS PIC X.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  DIA-INTEIRO PIC 9(7).
       01  ULTIMO-CTA-ID PIC 9(6) VALUE 500000.
       01  GUIA-PESQUISA PIC 9(8).
       01  DATA-PESQUISA PIC 9(8).
       01  GLOSA-ACHADA PIC X.
       01  QTD-LISTADAS PIC 9(5).
       01  OPCAO PIC 9 VALUE 0.
       01  VALOR-ED PIC -(7)9,99.
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           OPEN I-O GLOSAS
           OPEN INPUT PAC-CLIENTES
           OPEN I-O ACCOUNTS
           OPEN I-O MOV-CONTA
           OPEN EXTEND MOVIMENTO-FATURA
           OPEN EXTEND RECURSOS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'GLOSATRATA' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar glosas pendentes e em recurso'
               DISPLAY '2 - Contestar glosa (recurso a operadora)'
               DISPLAY '3 - Cobrar glosa do paciente'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-LISTAR
                   WHEN 2
                       PERFORM 2000-CONTESTAR
                   WHEN 3
                       PERFORM 3000-COBRAR-PACIENTE
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE GLOSAS
           CLOSE PAC-CLIENTES
           CLOSE ACCOUNTS
           CLOSE MOV-CONTA
           CLOSE MOVIMENTO-FATURA
           CLOSE RECURSOS
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-LISTAR.
           MOVE 0 TO QTD-LISTADAS
           MOVE 'N' TO FIM-GLOSAS
           MOVE LOW-VALUES TO GLO-CHAVE
           START GLOSAS KEY NOT LESS THAN GLO-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-GLOSAS
           END-START
           PERFORM UNTIL FIM-GLOSAS = 'S'
               READ GLOSAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-GLOSAS
                   NOT AT END
                       IF GLO-PENDENTE OR GLO-EM-RECURSO
                           ADD 1 TO QTD-LISTADAS
                           MOVE GLO-VALOR TO VALOR-ED
                           DISPLAY GLO-NUMERO-GUIA ' '
                               GLO-DATA-DEMONSTRATIVO ' CONV '
                               GLO-CONVENIO ' PAC ' GLO-PAC-ID ' '
                               VALOR-ED ' ' GLO-SITUACAO
                           DISPLAY '    ' GLO-CODIGO ' ' GLO-MOTIVO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'Glosas na lista: ' QTD-LISTADAS.

       1100-LOCALIZAR-GLOSA.
           MOVE 'N' TO GLOSA-ACHADA
           DISPLAY 'Numero da guia: '
           ACCEPT GUIA-PESQUISA
           DISPLAY 'Data do demonstrativo (AAAAMMDD): '
           ACCEPT DATA-PESQUISA
           MOVE GUIA-PESQUISA TO GLO-NUMERO-GUIA
           MOVE DATA-PESQUISA TO GLO-DATA-DEMONSTRATIVO
           READ GLOSAS KEY IS GLO-CHAVE
               INVALID KEY
                   DISPLAY 'Glosa nao encontrada'
               NOT INVALID KEY
                   IF GLO-PENDENTE
                       MOVE 'S' TO GLOSA-ACHADA
                   ELSE
                       DISPLAY 'Glosa ja decidida: ' GLO-SITUACAO
                   END-IF
           END-READ.

      *----O recurso vai para a operadora pelo RECGLOSA; a resposta
      *----volta no demonstrativo e o ConvenioRetorno fecha a glosa
       2000-CONTESTAR.
           PERFORM 1100-LOCALIZAR-GLOSA
           IF GLOSA-ACHADA = 'S'
               DISPLAY 'Justificativa do recurso: '
               ACCEPT GLO-JUSTIFICATIVA
               IF GLO-JUSTIFICATIVA = SPACES
                   DISPLAY 'Recurso sem justificativa nao e enviado'
               ELSE
                   SET GLO-EM-RECURSO TO TRUE
                   MOVE AUDIT-OPERADOR TO GLO-OPERADOR
                   MOVE DATA-HOJE TO GLO-DATA-DECISAO
                   REWRITE REG-GLOSA
                   MOVE GLO-CONVENIO TO REC-CONVENIO
                   MOVE GLO-NUMERO-GUIA TO REC-NUMERO-GUIA
                   MOVE GLO-DATA-ATENDIMENTO TO REC-DATA-ATENDIMENTO
                   MOVE GLO-VALOR TO REC-VALOR
                   MOVE GLO-CODIGO TO REC-CODIGO-GLOSA
                   MOVE GLO-JUSTIFICATIVA TO REC-JUSTIFICATIVA
                   MOVE DATA-HOJE TO REC-DATA
                   WRITE REG-RECURSO
                   MOVE 'RECURSO-GLOSA' TO AUDIT-ACAO
                   PERFORM 3900-AUDITAR-GLOSA
                   DISPLAY 'Recurso registrado'
               END-IF
           END-IF.

      *----A glosa aceita vira conta do cliente vinculado ao
      *----paciente, como a visita particular do VisitaFatura
       3000-COBRAR-PACIENTE.
           PERFORM 1100-LOCALIZAR-GLOSA
           IF GLOSA-ACHADA = 'S'
               MOVE GLO-PAC-ID TO PCL-PAC-ID
               READ PAC-CLIENTES KEY IS PCL-PAC-ID
                   INVALID KEY
                       DISPLAY 'Paciente sem vinculo de cliente no '
                           'PACCLI, glosa nao cobrada'
                   NOT INVALID KEY
                       PERFORM 3100-ABRIR-CONTA
               END-READ
           END-IF.

       3100-ABRIR-CONTA.
           PERFORM 3200-PROXIMO-CTA-ID
           MOVE ULTIMO-CTA-ID TO CTA-ID
           MOVE PCL-CLIENTE TO CTA-CLIENTE
           MOVE GLO-VALOR TO CTA-DEBITO
           MOVE 0 TO CTA-CREDITO
      *----Vencimento trinta dias corridos depois da decisao
           COMPUTE DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) + 30
           COMPUTE CTA-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER(DIA-INTEIRO)
           WRITE REG-CONTA
               INVALID KEY
                   DISPLAY 'NUMERACAO DE CONTA COLIDIU NO MASTER: '
                       CTA-ID
           END-WRITE
           MOVE DATA-HOJE TO FMV-DATA
           MOVE CTA-ID TO FMV-CTA-ID
           MOVE PCL-CLIENTE TO FMV-CLIENTE
           MOVE GLO-VALOR TO FMV-VALOR
           MOVE 'CONSULTA' TO FMV-SERVICO
           WRITE REG-MOVIMENTO-FATURA
           MOVE CTA-ID TO MVC-CTA-ID
           MOVE DATA-HOJE TO MVC-DATA
           MOVE 'GLOSATRATA' TO MVC-PROGRAMA
           SET MVC-FATURA-VISITA TO TRUE
           SET MVC-DEBITO TO TRUE
           MOVE GLO-VALOR TO MVC-VALOR
           MOVE GLO-PAC-ID TO MVC-REFERENCIA
           PERFORM 9750-GRAVAR-MOV-CONTA
           SET GLO-COBRADA TO TRUE
           MOVE CTA-ID TO GLO-CTA-ID
           MOVE AUDIT-OPERADOR TO GLO-OPERADOR
           MOVE DATA-HOJE TO GLO-DATA-DECISAO
           REWRITE REG-GLOSA
           MOVE 'COBRA-GLOSA' TO AUDIT-ACAO
           PERFORM 3900-AUDITAR-GLOSA
           DISPLAY 'Glosa cobrada na conta ' CTA-ID.

      *----Numeracao do CTAIDCTL regravada a cada conta aberta, para
      *----nao colidir com o faturamento da noite
       3200-PROXIMO-CTA-ID.
           OPEN INPUT CONTROLE-ID
           IF FS-CONTROLE = '00'
               READ CONTROLE-ID
                   NOT AT END
                       MOVE CID-ULTIMO TO ULTIMO-CTA-ID
               END-READ
           END-IF
           CLOSE CONTROLE-ID
           ADD 1 TO ULTIMO-CTA-ID
           OPEN OUTPUT CONTROLE-ID
           MOVE ULTIMO-CTA-ID TO CID-ULTIMO
           WRITE REG-CONTROLE-ID
           CLOSE CONTROLE-ID.

       3900-AUDITAR-GLOSA.
           MOVE SPACES TO AUDIT-VALOR-ANTES
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           MOVE GLO-VALOR TO VALOR-ED
           STRING GLO-NUMERO-GUIA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO AUDIT-VALOR-ANTES
           STRING GLO-SITUACAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               GLO-CTA-ID DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA.

       COPY GravarAuditoria.

       COPY GravarMovConta.
       END PROGRAM GlosaTrata.
