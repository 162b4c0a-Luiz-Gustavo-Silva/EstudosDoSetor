      *          morto num ponteiro (CLI-MESCLADO apontando o destino,
      *          o que tambem bloqueia o numero contra reuso) e grava
      *          a mesclagem no journal de auditoria. Os candidatos
      *          vem do relatorio do ClientesDuplicados. O CPF/CNPJ
      *          segue a mesma regra do telefone: o sobrevivente sem
      *          documento herda o do duplicado, e o ponteiro fica sem.
      *          Os consentimentos vigentes do duplicado no livro
      *          CONSENT passam ao sobrevivente com a data original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClientesMerge.
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           COPY AuditJournalSelect.
       DATA DIVISION.
       01  NUMERO-SOBREVIVENTE PIC 9(6).
       01  NUMERO-DUPLICADO PIC 9(6).
       01  CONTINUAR PIC X(3) VALUE 'SIM'.
       COPY ConsentimentoParam.
      *----Copia do registro duplicado, lida antes de posicionar no
      *----sobrevivente (o FD so enxerga um registro por vez)
       01  AREA-DUPLICADO.
           03 DUP-ENDERECO PIC X(97).
           03 DUP-TELEFONE PIC X(15).
           03 DUP-OPT-IN PIC X(1).
           03 DUP-DOC-TIPO PIC X(1).
           03 DUP-DOC-NUMERO PIC 9(14).
       PROCEDURE DIVISION.
           OPEN I-O CLIENTES
           OPEN EXTEND AUDIT-JOURNAL
                       MOVE CLI-ENDERECO TO DUP-ENDERECO
                       MOVE CLI-TELEFONE TO DUP-TELEFONE
                       MOVE CLI-OPT-IN TO DUP-OPT-IN
                       MOVE CLI-DOC-TIPO TO DUP-DOC-TIPO
                       MOVE CLI-DOC-NUMERO TO DUP-DOC-NUMERO
                       PERFORM 3000-ATUALIZAR-SOBREVIVENTE
                   END-IF
           END-READ.
                   IF CLI-ENDERECO = SPACES
                       MOVE DUP-ENDERECO TO CLI-ENDERECO
                   END-IF
                   IF CLI-SEM-DOCUMENTO
                       MOVE DUP-DOC-TIPO TO CLI-DOC-TIPO
                       MOVE DUP-DOC-NUMERO TO CLI-DOC-NUMERO
                   END-IF
      *----Opt-in de marketing: basta um dos dois cadastros ter dito
      *----sim para o consentimento valer no consolidado
                   IF DUP-OPT-IN = 'S'
      *----extrato de marketing
                   SET CLI-OPTOU-OUT TO TRUE
                   MOVE NUMERO-SOBREVIVENTE TO CLI-MERGE-DESTINO
      *----Documento so no sobrevivente, para a procura pela chave
      *----alternada achar um cliente so
                   MOVE SPACE TO CLI-DOC-TIPO
                   MOVE 0 TO CLI-DOC-NUMERO
                   REWRITE REG-CLIENTE
                   MOVE 'MESCLAGEM' TO AUDIT-ACAO
                   MOVE NUMERO-DUPLICADO TO AUDIT-VALOR-ANTES
                   MOVE NUMERO-SOBREVIVENTE TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   PERFORM 4500-TRANSFERIR-CONSENTIMENTOS
                   DISPLAY 'Mesclagem concluida: ' NUMERO-DUPLICADO
                       ' vive agora em ' NUMERO-SOBREVIVENTE
           END-READ.

      *----Livro fora do ar: a mesclagem vale, e o operador fica
      *----avisado para passar os consentimentos a mao
       4500-TRANSFERIR-CONSENTIMENTOS.
           MOVE 4 TO CONSENT-FUNCAO
           MOVE 'C' TO CONSENT-TIPO
           MOVE NUMERO-DUPLICADO TO CONSENT-ID
           MOVE NUMERO-SOBREVIVENTE TO CONSENT-DESTINO
           MOVE AUDIT-OPERADOR TO CONSENT-OPERADOR
           MOVE 0 TO CONSENT-DATA
           CALL 'Consentimento' USING CONSENT-FUNCAO CONSENT-TIPO
               CONSENT-ID CONSENT-FINALIDADE CONSENT-CANAL
               CONSENT-ORIGEM CONSENT-REFERENCIA CONSENT-OPERADOR
               CONSENT-DATA CONSENT-DESTINO RETORNO-CONSENT
           IF RETORNO-CONSENT = 40
               DISPLAY 'LIVRO DE CONSENTIMENTOS INDISPONIVEL: '
                   'TRANSFIRA OS CONSENTIMENTOS A MAO'
           END-IF.

       COPY GravarAuditoria.
       END PROGRAM ClientesMerge.
