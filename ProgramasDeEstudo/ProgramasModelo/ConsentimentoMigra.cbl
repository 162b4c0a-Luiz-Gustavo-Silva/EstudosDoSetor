      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Carga inicial do livro de consentimentos CONSENT a
      *          partir do antigo CLI-OPT-IN: cada cliente com opt-in
      *          S, fora os registros-ponteiro de mesclagem e os
      *          apagados pela LGPD, recebe uma concessao de
      *          marketing em todos os canais com origem M-migracao.
      *          O opt-in nunca guardou data nem comprovante, entao a
      *          concessao leva a data da carga e o ConsentimentoRenova
      *          lista essas concessoes a parte, para renovacao.
      *          Rodar de novo nao duplica: cliente ja coberto no
      *          livro so e contado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsentimentoMigra.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-CLIENTES PIC X(2).
       01  FIM-CLIENTES PIC X VALUE 'N'.
       01  QTD-LIDOS PIC 9(6) VALUE 0.
       01  QTD-MIGRADOS PIC 9(6) VALUE 0.
       01  QTD-JA-NO-LIVRO PIC 9(6) VALUE 0.
       01  QTD-REJEITADOS PIC 9(6) VALUE 0.
       01  LINHA-RESUMO PIC X(60).
       COPY ConsentimentoParam.
       PROCEDURE DIVISION.
           OPEN EXTEND RUN-CONTROLE
           MOVE 'CONSENTIMENTOMIGRA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           ACCEPT CONSENT-OPERADOR FROM ENVIRONMENT 'USER'
           OPEN INPUT CLIENTES
           PERFORM UNTIL FIM-CLIENTES = 'S'
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-CLIENTES
                   NOT AT END
                       ADD 1 TO QTD-LIDOS
                       PERFORM 1000-MIGRAR-CLIENTE
               END-READ
           END-PERFORM
           CLOSE CLIENTES
           MOVE 9 TO CONSENT-FUNCAO
           PERFORM 8000-CHAMAR-LIVRO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Clientes lidos: "==
                         ==VALOR==   BY ==QTD-LIDOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           DISPLAY LINHA-RESUMO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Concessoes migradas: "==
                         ==VALOR==   BY ==QTD-MIGRADOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           DISPLAY LINHA-RESUMO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Ja cobertos no livro: "==
                         ==VALOR==   BY ==QTD-JA-NO-LIVRO==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           DISPLAY LINHA-RESUMO
           MOVE QTD-LIDOS TO RUN-LIDOS
           MOVE QTD-MIGRADOS TO RUN-GRAVADOS
           MOVE QTD-REJEITADOS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           IF QTD-REJEITADOS > 0
               MOVE 'ERRO' TO RUN-FINAL
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'OK' TO RUN-FINAL
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

      *----Livro indisponivel para a carga toda: nao adianta seguir
      *----lendo o cadastro, a rodada sai com RC 12 para repetir
       1000-MIGRAR-CLIENTE.
           IF CLI-OPTOU-IN AND NOT CLI-MESCLADO AND
                   NOT CLI-BLOQUEADO-LGPD
               MOVE 2 TO CONSENT-FUNCAO
               MOVE 'C' TO CONSENT-TIPO
               MOVE CLI-NUMERO TO CONSENT-ID
               MOVE 'MK' TO CONSENT-FINALIDADE
               MOVE '*' TO CONSENT-CANAL
               MOVE 'M' TO CONSENT-ORIGEM
               MOVE 'MIGRACAO CLI-OPT-IN' TO CONSENT-REFERENCIA
               MOVE 0 TO CONSENT-DATA
               PERFORM 8000-CHAMAR-LIVRO
               EVALUATE RETORNO-CONSENT
                   WHEN 00
                       ADD 1 TO QTD-MIGRADOS
                   WHEN 10
                       ADD 1 TO QTD-JA-NO-LIVRO
                   WHEN OTHER
                       ADD 1 TO QTD-REJEITADOS
                       DISPLAY 'LIVRO CONSENT INDISPONIVEL NO CLIENTE '
                           CLI-NUMERO ', CARGA INTERROMPIDA'
                       MOVE 'S' TO FIM-CLIENTES
               END-EVALUATE
           END-IF.

       8000-CHAMAR-LIVRO.
           CALL 'Consentimento' USING CONSENT-FUNCAO CONSENT-TIPO
               CONSENT-ID CONSENT-FINALIDADE CONSENT-CANAL
               CONSENT-ORIGEM CONSENT-REFERENCIA CONSENT-OPERADOR
               CONSENT-DATA CONSENT-DESTINO RETORNO-CONSENT.

       COPY GravarRunControle.
       END PROGRAM ConsentimentoMigra.
