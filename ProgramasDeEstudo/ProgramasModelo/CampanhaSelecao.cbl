      *          (CLI-BLOQUEADO-LGPD, CLI-MESCLADO) valem sempre,
      *          num lugar so. O resumo de contagem por filtro sai no
      *          SELRPT para o marketing dimensionar a campanha antes
      *          de disparar. O filtro de opt-in consulta o livro de
      *          consentimentos (Consentimento.cbl) na finalidade e no
      *          canal da campanha, nao mais o CLI-OPT-IN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CampanhaSelecao.
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT OPTIONAL SEGMENTOS ASSIGN TO "SEGMENTOS"
               ORGANIZATION IS INDEXED
           03 SEL-UF PIC X(2).
           03 SEL-CIDADE PIC X(20).
           03 SEL-BAIRRO PIC X(20).
      *----S: so quem tem consentimento vigente no livro CONSENT
           03 SEL-OPT-IN PIC X(1).
      *----Letra de segmento do ScoreCliente; espaco = todas
           03 SEL-SEGMENTO PIC X(1).
      *----C: so com debito em aberto; S: so sem debito
           03 SEL-DEBITO PIC X(1).
      *----Finalidade do consentimento exigido (MK marketing, CP
      *----compartilhamento com parceiros, PS pesquisa; branco = MK)
      *----e canal da campanha (E, S, C, T; branco = qualquer um)
           03 SEL-FINALIDADE PIC X(2).
           03 SEL-CANAL PIC X(1).
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       01  TAB-DEVEDOR OCCURS 500 TIMES PIC 9(6).
       01  SEGMENTO-CLIENTE PIC X(1).
       01  MOTIVO-FORA PIC X(12).
       COPY ConsentimentoParam.
       01  AVISO-LIVRO PIC X VALUE 'N'.
      *----Contagem por filtro para o resumo de dimensionamento
       01  CONTADORES-SELECAO.
           03 QTD-SELECIONADOS PIC 9(6) VALUE 0.
               ADD 1 TO QTD-FORA-BAIRRO
               GO TO 1000-FILTRAR-SAIDA
           END-IF
           IF SEL-OPT-IN = 'S'
               PERFORM 1300-CONSULTAR-CONSENTIMENTO
               IF RETORNO-CONSENT NOT = 00
                   ADD 1 TO QTD-FORA-OPTIN
                   GO TO 1000-FILTRAR-SAIDA
               END-IF
           END-IF
           PERFORM 1100-LER-SEGMENTO
           IF SEL-SEGMENTO NOT = SPACES AND
       1000-FILTRAR-SAIDA.
           EXIT.

      *----Sem o livro ninguem passa no filtro: lista vazia se
      *----explica, mala para quem nao consentiu nao
       1300-CONSULTAR-CONSENTIMENTO.
           MOVE 1 TO CONSENT-FUNCAO
           MOVE 'C' TO CONSENT-TIPO
           MOVE CLI-NUMERO TO CONSENT-ID
           MOVE SEL-FINALIDADE TO CONSENT-FINALIDADE
           IF SEL-FINALIDADE = SPACES
               MOVE 'MK' TO CONSENT-FINALIDADE
           END-IF
           MOVE SEL-CANAL TO CONSENT-CANAL
           MOVE 0 TO CONSENT-DATA
           CALL 'Consentimento' USING CONSENT-FUNCAO CONSENT-TIPO
               CONSENT-ID CONSENT-FINALIDADE CONSENT-CANAL
               CONSENT-ORIGEM CONSENT-REFERENCIA CONSENT-OPERADOR
               CONSENT-DATA CONSENT-DESTINO RETORNO-CONSENT
           IF RETORNO-CONSENT = 40 AND AVISO-LIVRO = 'N'
               MOVE 'S' TO AVISO-LIVRO
               DISPLAY 'LIVRO DE CONSENTIMENTOS INDISPONIVEL, '
                   'NINGUEM PASSA NO FILTRO DE OPT-IN'
           END-IF.

       1100-LER-SEGMENTO.
           MOVE SPACE TO SEGMENTO-CLIENTE
           IF FS-SEGMENTOS = '00' OR FS-SEGMENTOS = '05'
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Sem consentimento: "==
                         ==VALOR==   BY ==QTD-FORA-OPTIN==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
