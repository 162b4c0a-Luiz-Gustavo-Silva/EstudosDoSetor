      * Date: 22/08/2026
      * Purpose: Impressao de etiquetas de mala direta a partir do
      *          cadastro CLIENTES: seleciona os clientes ativos com
      *          consentimento de marketing por carta no livro CONSENT
      *          (Consentimento.cbl), ordena por CEP via SORT interno
      *          (exigencia dos correios para o desconto de remessa em
      *          lote) e imprime etiquetas de tres linhas, fechando com
      *          a pagina de resumo de amarrados por prefixo de CEP.
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT ARQ-SORT ASSIGN TO "SORTWK01".
           SELECT ETIQUETAS ASSIGN TO "ETIQUETAS"
       01  FIM-CLIENTES PIC X VALUE 'N'.
       01  FIM-SORT PIC X VALUE 'N'.
       01  QTD-ETIQUETAS PIC 9(5) VALUE 0.
       COPY ConsentimentoParam.
      *----Amarrados dos correios: contagem por prefixo de CEP (5
      *----primeiras posicoes), impressa na pagina de resumo
       01  QTD-PREFIXOS PIC 9(3) VALUE 0.
           CLOSE ETIQUETAS
           STOP RUN.

      *----So entra no SORT quem esta ativo e consentiu a mala por
      *----carta; mesclados, bloqueados e sem consentimento ficam
      *----fora da mala
       1000-SELECIONAR-CLIENTES.
           OPEN INPUT CLIENTES
           IF FS-CLIENTES NOT = '00'
                   AT END
                       MOVE 'S' TO FIM-CLIENTES
                   NOT AT END
                       IF CLI-ATIVO
                           PERFORM 1100-CONSULTAR-CONSENTIMENTO
                       END-IF
                       IF CLI-ATIVO AND RETORNO-CONSENT = 00
                           MOVE CLI-END-CEP TO SRT-CEP
                           MOVE CLI-NOME TO SRT-NOME
                           MOVE CLI-END-RUA TO SRT-RUA
           END-PERFORM
           CLOSE CLIENTES.

      *----Mala direta e marketing pelo canal carta: vale o C ou o
      *----'*' da finalidade MK
       1100-CONSULTAR-CONSENTIMENTO.
           MOVE 1 TO CONSENT-FUNCAO
           MOVE 'C' TO CONSENT-TIPO
           MOVE CLI-NUMERO TO CONSENT-ID
           MOVE 'MK' TO CONSENT-FINALIDADE
           MOVE 'C' TO CONSENT-CANAL
           MOVE 0 TO CONSENT-DATA
           CALL 'Consentimento' USING CONSENT-FUNCAO CONSENT-TIPO
               CONSENT-ID CONSENT-FINALIDADE CONSENT-CANAL
               CONSENT-ORIGEM CONSENT-REFERENCIA CONSENT-OPERADOR
               CONSENT-DATA CONSENT-DESTINO RETORNO-CONSENT.

       2000-IMPRIMIR-ETIQUETAS.
           PERFORM UNTIL FIM-SORT = 'S'
               RETURN ARQ-SORT
