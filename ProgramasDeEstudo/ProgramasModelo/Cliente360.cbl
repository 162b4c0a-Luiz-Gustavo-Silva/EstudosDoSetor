      *          respostas de campanha do CAMPHIST. Chamada pelo
      *          MenuPrincipal com perfil proprio (OPE-USA-CONSULTA360)
      *          e sem nenhum REWRITE: quem atualiza e cada cadastro.
      *          Os consentimentos vem do livro CONSENT
      *          (Consentimento.cbl), por finalidade, com a data da
      *          concessao vigente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cliente360.
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT OPTIONAL CONTATOS ASSIGN TO "CONTATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-ACCOUNTS.
           SELECT OPTIONAL ATRASADAS ASSIGN TO "ATRASADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATRASADAS.
           SELECT OPTIONAL ACORDOS ASSIGN TO "ACORDOS"
           03 CTT-VALOR PIC X(40).
           03 CTT-PREFERIDO PIC X(1).
               88 CTT-E-PREFERIDO VALUE 'S'.
           03 CTT-SITUACAO PIC X(1).
               88 CTT-DEVOLVIDO VALUE 'D'.
           03 CTT-QTD-DEVOLUCAO PIC 9(2).
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
       01  TEM-ACORDO PIC X.
       01  QTD-RESPOSTAS-TELA PIC 9(1).
       01  VALOR-ED PIC -(8)9,99.
       COPY ConsentimentoParam.
      *----Finalidades mostradas na tela, na ordem do livro CONSENT
       01  FINALIDADES-TELA PIC X(6) VALUE 'MKCPPS'.
       01  TAB-FINALIDADES REDEFINES FINALIDADES-TELA.
           03 FINALIDADE-TELA PIC X(2) OCCURS 3 TIMES.
       01  IDX-FINALIDADE PIC 9.
       LINKAGE SECTION.
      *----Operador validado no sign-on do MenuPrincipal; a consulta
      *----nao grava nada, o parametro so mantem a chamada uniforme
           DISPLAY CLI-END-BAIRRO ' - ' CLI-END-CIDADE '/'
               CLI-END-UF ' CEP ' CLI-END-CEP
           DISPLAY 'Telefone do cadastro: ' CLI-TELEFONE
           PERFORM VARYING IDX-FINALIDADE FROM 1 BY 1
                   UNTIL IDX-FINALIDADE > 3
               PERFORM 2100-MOSTRAR-CONSENTIMENTO
           END-PERFORM
           IF CLI-MESCLADO
               DISPLAY '*** NUMERO MESCLADO, CADASTRO VIVO EM '
                   CLI-MERGE-DESTINO ' ***'
           END-IF.

      *----Finalidade com consentimento vigente em algum canal, com a
      *----data; MK marketing, CP compartilhamento, PS pesquisa
       2100-MOSTRAR-CONSENTIMENTO.
           MOVE 1 TO CONSENT-FUNCAO
           MOVE 'C' TO CONSENT-TIPO
           MOVE CLI-NUMERO TO CONSENT-ID
           MOVE FINALIDADE-TELA(IDX-FINALIDADE) TO CONSENT-FINALIDADE
           MOVE SPACE TO CONSENT-CANAL
           MOVE 0 TO CONSENT-DATA
           CALL 'Consentimento' USING CONSENT-FUNCAO CONSENT-TIPO
               CONSENT-ID CONSENT-FINALIDADE CONSENT-CANAL
               CONSENT-ORIGEM CONSENT-REFERENCIA CONSENT-OPERADOR
               CONSENT-DATA CONSENT-DESTINO RETORNO-CONSENT
           EVALUATE RETORNO-CONSENT
               WHEN 00
                   DISPLAY 'Consentimento ' CONSENT-FINALIDADE
                       ': vigente desde ' CONSENT-DATA
               WHEN 10
                   DISPLAY 'Consentimento ' CONSENT-FINALIDADE
                       ': revogado'
               WHEN 20
                   DISPLAY 'Consentimento ' CONSENT-FINALIDADE
                       ': nunca dado'
               WHEN OTHER
                   DISPLAY 'Consentimento ' CONSENT-FINALIDADE
                       ': livro indisponivel'
           END-EVALUATE.

       3000-MOSTRAR-CONTATOS.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE NUMERO-PESQUISA TO CTT-NUMERO
