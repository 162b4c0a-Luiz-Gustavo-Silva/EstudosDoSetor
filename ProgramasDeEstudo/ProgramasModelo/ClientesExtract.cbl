      * Author: Luiz Gustavo da Silva
      * Date: 08/08/2026
      * Purpose: Extrai o cadastro de clientes para um arquivo plano de
      *          interface com o marketing, rodado a cada noite. O
      *          indicador de opt-in da linha vem do livro de
      *          consentimentos (Consentimento.cbl), finalidade de
      *          marketing em qualquer canal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClientesExtract.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-NUMERO
      *----Mesmas chaves alternadas declaradas em Clientes.cbl: todos
      *----os abridores do arquivo fisico precisam concordar com elas
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT MARKETING-IF ASSIGN TO "MKTIF"
               ORGANIZATION IS LINE SEQUENTIAL.
           03 CTT-VALOR PIC X(40).
           03 CTT-PREFERIDO PIC X(1).
               88 CTT-E-PREFERIDO VALUE 'S'.
           03 CTT-SITUACAO PIC X(1).
               88 CTT-DEVOLVIDO VALUE 'D'.
           03 CTT-QTD-DEVOLUCAO PIC 9(2).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-CLIENTES PIC X(2).
       01  PREREQ-PROGRAMA PIC X(20).
       01  PREREQ-JANELA PIC 9(3).
       01  PREREQ-RETORNO PIC 9(2).
       COPY ConsentimentoParam.
       01  AVISO-LIVRO PIC X VALUE 'N'.
       01  LINHA-MARKETING.
           03 LM-NUMERO PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
               MOVE CLI-NUMERO TO LM-NUMERO
               MOVE CLI-NOME TO LM-NOME
               MOVE CLI-END-CIDADE TO LM-CIDADE
               PERFORM 1200-CONSULTAR-CONSENTIMENTO
               PERFORM 1100-ESCOLHER-CONTATO
               MOVE CONTATO-ESCOLHIDO TO LM-CONTATO
               MOVE LINHA-MARKETING TO REG-MARKETING
               ADD 1 TO QTD-EXTRAIDOS
           END-IF.

      *----Opt-in S so com marketing vigente no livro; sem o livro a
      *----linha sai com N e a rodada termina em RC 4 para a operacao
      *----ver antes do marketing disparar
       1200-CONSULTAR-CONSENTIMENTO.
           MOVE 1 TO CONSENT-FUNCAO
           MOVE 'C' TO CONSENT-TIPO
           MOVE CLI-NUMERO TO CONSENT-ID
           MOVE 'MK' TO CONSENT-FINALIDADE
           MOVE SPACE TO CONSENT-CANAL
           MOVE 0 TO CONSENT-DATA
           CALL 'Consentimento' USING CONSENT-FUNCAO CONSENT-TIPO
               CONSENT-ID CONSENT-FINALIDADE CONSENT-CANAL
               CONSENT-ORIGEM CONSENT-REFERENCIA CONSENT-OPERADOR
               CONSENT-DATA CONSENT-DESTINO RETORNO-CONSENT
           IF RETORNO-CONSENT = 00
               MOVE 'S' TO LM-OPT-IN
           ELSE
               MOVE 'N' TO LM-OPT-IN
           END-IF
           IF RETORNO-CONSENT = 40 AND AVISO-LIVRO = 'N'
               MOVE 'S' TO AVISO-LIVRO
               MOVE 4 TO RETURN-CODE
               DISPLAY 'LIVRO DE CONSENTIMENTOS INDISPONIVEL, '
                   'EXTRATO SAI TODO SEM OPT-IN'
           END-IF.

      *----Canal preferido do arquivo-filho; sem preferido vale o
      *----primeiro contato, e sem contato nenhum vale o telefone
      *----unico que o cadastro sempre teve
