      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Aplica o retorno do gateway de mensagens (MSGRETORNO)
      *          sobre os canais do CONTATOS: cada linha traz a
      *          referencia da remessa gravada pelo MensagemDespacho e
      *          a situacao da entrega. Devolucao definitiva (numero
      *          ou endereco inexistente) marca o canal como
      *          devolvido na hora; devolucao temporaria soma no
      *          contador do canal e, chegando ao limite seguido
      *          MSGRETORNO/LIMITE-TEMP (padrao 3), tambem marca;
      *          entrega confirmada zera o contador. Canal devolvido
      *          sai do despacho ate o cliente corrigir o contato.
      *          Devolucao de contato do PACCTT ou do telefone do
      *          cadastro, que nao tem marca propria, vai so para o
      *          relatorio MSGRETRPT, para a recepcao e o atendimento
      *          corrigirem. Cada marca vai para o journal de
      *          auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MensagemRetorno.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETORNOS ASSIGN TO "MSGRETOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETORNOS.
           SELECT OPTIONAL CONTATOS ASSIGN TO "CONTATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS FS-CONTATOS.
           SELECT RELATORIO-RETORNO ASSIGN TO "MSGRETRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  RETORNOS.
      *----Retorno do gateway: a referencia da remessa volta como foi
      *----enviada (ENV-REFERENCIA do RegMensagemEnvio)
       01  REG-RETORNO.
           03 RET-REFERENCIA.
               05 RET-DATA-ENVIO PIC 9(8).
               05 RET-SEQUENCIA PIC 9(6).
               05 RET-ORIGEM-CONTATO PIC X(1).
                   88 RET-DO-CONTATOS VALUE 'C'.
                   88 RET-DO-PACCTT VALUE 'P'.
                   88 RET-DO-CADASTRO VALUE 'T'.
               05 RET-CONTATO-CHAVE.
                   07 RET-CONTATO-ID PIC 9(6).
                   07 RET-CONTATO-SEQ PIC 9(2).
      *----E-entregue, D-devolucao definitiva, T-devolucao temporaria
           03 RET-SITUACAO PIC X(1).
               88 RET-ENTREGUE VALUE 'E'.
               88 RET-DEVOLUCAO-DEFINITIVA VALUE 'D'.
               88 RET-DEVOLUCAO-TEMPORARIA VALUE 'T'.
           03 RET-DATA PIC 9(8).
           03 RET-MOTIVO PIC X(30).
       FD  CONTATOS.
      *----Mesmo layout do REG-CONTATO de Clientes.cbl
       01  REG-CONTATO.
           03 CTT-CHAVE.
               05 CTT-NUMERO PIC 9(6).
               05 CTT-SEQ PIC 9(2).
           03 CTT-TIPO PIC X(1).
           03 CTT-VALOR PIC X(40).
           03 CTT-PREFERIDO PIC X(1).
               88 CTT-E-PREFERIDO VALUE 'S'.
           03 CTT-SITUACAO PIC X(1).
               88 CTT-DEVOLVIDO VALUE 'D'.
           03 CTT-QTD-DEVOLUCAO PIC 9(2).
       FD  RELATORIO-RETORNO.
       01  REG-RELATORIO PIC X(100).
       COPY AuditJournalFD.
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-RETORNOS PIC X(2).
       01  FS-CONTATOS PIC X(2).
       01  FIM-RETORNOS PIC X VALUE 'N'.
       01  DATA-HOJE PIC 9(8).
      *----Devolucoes temporarias seguidas que derrubam o canal
       77  LIMITE-TEMPORARIAS PIC 9(2) VALUE 3.
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
       01  TEM-CONTATO PIC X.
       01  CONTADORES-RETORNO.
           03 QTD-LIDOS PIC 9(6) VALUE 0.
           03 QTD-ENTREGUES PIC 9(6) VALUE 0.
           03 QTD-TEMPORARIAS PIC 9(6) VALUE 0.
           03 QTD-DEFINITIVAS PIC 9(6) VALUE 0.
           03 QTD-MARCADOS PIC 9(6) VALUE 0.
           03 QTD-SEM-MARCA PIC 9(6) VALUE 0.
           03 QTD-REJEITADOS PIC 9(6) VALUE 0.
       01  LINHA-DEVOLUCAO.
           03 LD-ORIGEM PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LD-CONTATO-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE '/'.
           03 LD-CONTATO-SEQ PIC 9(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LD-ACAO PIC X(18).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LD-MOTIVO PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LD-VALOR PIC X(27).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           OPEN EXTEND RUN-CONTROLE
           MOVE 'MENSAGEMRETORNO' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           PERFORM 0060-LER-PARAMETROS
           OPEN I-O CONTATOS
           IF FS-CONTATOS NOT = '00' AND FS-CONTATOS NOT = '05'
               DISPLAY 'CONTATOS INDISPONIVEL (' FS-CONTATOS
                   '), RETORNO NAO APLICADO'
               MOVE 'F' TO RUN-EVENTO
               MOVE 'RECUSADO' TO RUN-FINAL
               PERFORM 9800-GRAVAR-RUN-CONTROLE
               CLOSE RUN-CONTROLE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RETORNOS
           OPEN OUTPUT RELATORIO-RETORNO
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'MENSAGEMRETORNO' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           MOVE 'CONTATOS DEVOLVIDOS PELO GATEWAY DE MENSAGENS'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM UNTIL FIM-RETORNOS = 'S'
               READ RETORNOS
                   AT END
                       MOVE 'S' TO FIM-RETORNOS
                   NOT AT END
                       PERFORM 1000-TRATAR-RETORNO
               END-READ
           END-PERFORM
           PERFORM 4000-GRAVAR-RESUMO
           CLOSE RETORNOS
           CLOSE CONTATOS
           CLOSE RELATORIO-RETORNO
           CLOSE AUDIT-JOURNAL
           MOVE QTD-LIDOS TO RUN-LIDOS
           MOVE QTD-MARCADOS TO RUN-GRAVADOS
           MOVE QTD-REJEITADOS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           IF QTD-MARCADOS + QTD-SEM-MARCA > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'Retornos lidos ' QTD-LIDOS ', entregues '
               QTD-ENTREGUES ', canais marcados ' QTD-MARCADOS
               ', para corrigir a mao ' QTD-SEM-MARCA
           STOP RUN.

       0060-LER-PARAMETROS.
           MOVE 'MSGRETORNO' TO PARAM-PROGRAMA
           MOVE 'LIMITE-TEMP' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE LIMITE-TEMPORARIAS =
                   FUNCTION NUMVAL(PARAM-VALOR)
           END-IF.

       1000-TRATAR-RETORNO.
           ADD 1 TO QTD-LIDOS
           EVALUATE TRUE
               WHEN RET-ENTREGUE
                   ADD 1 TO QTD-ENTREGUES
               WHEN RET-DEVOLUCAO-DEFINITIVA
                   ADD 1 TO QTD-DEFINITIVAS
               WHEN RET-DEVOLUCAO-TEMPORARIA
                   ADD 1 TO QTD-TEMPORARIAS
               WHEN OTHER
                   ADD 1 TO QTD-REJEITADOS
           END-EVALUATE
           IF RET-ENTREGUE OR RET-DEVOLUCAO-DEFINITIVA OR
                   RET-DEVOLUCAO-TEMPORARIA
               IF RET-DO-CONTATOS
                   PERFORM 2000-ATUALIZAR-CONTATO
               ELSE
                   IF NOT RET-ENTREGUE
                       PERFORM 3000-RELATAR-SEM-MARCA
                   END-IF
               END-IF
           END-IF.

      *----Canal apagado ou trocado no CONTATOS depois do envio: o
      *----retorno nao se aplica a mais nada
       2000-ATUALIZAR-CONTATO.
           MOVE 'S' TO TEM-CONTATO
           MOVE RET-CONTATO-ID TO CTT-NUMERO
           MOVE RET-CONTATO-SEQ TO CTT-SEQ
           READ CONTATOS KEY IS CTT-CHAVE
               INVALID KEY
                   MOVE 'N' TO TEM-CONTATO
           END-READ
           IF TEM-CONTATO = 'S' AND NOT CTT-DEVOLVIDO
      *----Registro de antes do contador existir conta como zero
               IF CTT-QTD-DEVOLUCAO NOT NUMERIC
                   MOVE 0 TO CTT-QTD-DEVOLUCAO
               END-IF
               EVALUATE TRUE
                   WHEN RET-ENTREGUE
                       IF CTT-QTD-DEVOLUCAO > 0
                           MOVE 0 TO CTT-QTD-DEVOLUCAO
                           REWRITE REG-CONTATO
                       END-IF
                   WHEN RET-DEVOLUCAO-DEFINITIVA
                       PERFORM 2100-MARCAR-DEVOLVIDO
                   WHEN OTHER
                       ADD 1 TO CTT-QTD-DEVOLUCAO
                       IF CTT-QTD-DEVOLUCAO NOT < LIMITE-TEMPORARIAS
                           PERFORM 2100-MARCAR-DEVOLVIDO
                       ELSE
                           REWRITE REG-CONTATO
                       END-IF
               END-EVALUATE
           END-IF.

       2100-MARCAR-DEVOLVIDO.
           MOVE CTT-VALOR TO AUDIT-VALOR-ANTES
           SET CTT-DEVOLVIDO TO TRUE
           REWRITE REG-CONTATO
           ADD 1 TO QTD-MARCADOS
           MOVE 'DEVOLUCAO-CONTATO' TO AUDIT-ACAO
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING CTT-NUMERO DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               CTT-SEQ DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RET-MOTIVO DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           MOVE 'CONTATOS' TO LD-ORIGEM
           MOVE CTT-NUMERO TO LD-CONTATO-ID
           MOVE CTT-SEQ TO LD-CONTATO-SEQ
           MOVE 'CANAL MARCADO' TO LD-ACAO
           MOVE RET-MOTIVO TO LD-MOTIVO
           MOVE CTT-VALOR TO LD-VALOR
           MOVE LINHA-DEVOLUCAO TO REG-RELATORIO
           WRITE REG-RELATORIO.

      *----PACCTT e o telefone do CLIENTES nao guardam a marca: a
      *----devolucao sai para a correcao na tela de cadastro
       3000-RELATAR-SEM-MARCA.
           ADD 1 TO QTD-SEM-MARCA
           EVALUATE TRUE
               WHEN RET-DO-PACCTT
                   MOVE 'PACCTT' TO LD-ORIGEM
               WHEN RET-DO-CADASTRO
                   MOVE 'CLIENTES' TO LD-ORIGEM
               WHEN OTHER
                   MOVE '?' TO LD-ORIGEM
           END-EVALUATE
           MOVE RET-CONTATO-ID TO LD-CONTATO-ID
           MOVE RET-CONTATO-SEQ TO LD-CONTATO-SEQ
           IF RET-DEVOLUCAO-DEFINITIVA
               MOVE 'CORRIGIR CONTATO' TO LD-ACAO
           ELSE
               MOVE 'DEVOLUCAO TEMPOR.' TO LD-ACAO
           END-IF
           MOVE RET-MOTIVO TO LD-MOTIVO
           MOVE SPACES TO LD-VALOR
           MOVE LINHA-DEVOLUCAO TO REG-RELATORIO
           WRITE REG-RELATORIO.

       4000-GRAVAR-RESUMO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Retornos lidos: "==
                         ==VALOR==   BY ==QTD-LIDOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Entregues: "==
                         ==VALOR==   BY ==QTD-ENTREGUES==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Devolucoes definitivas: "==
                         ==VALOR==   BY ==QTD-DEFINITIVAS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Devolucoes temporarias: "==
                         ==VALOR==   BY ==QTD-TEMPORARIAS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Canais marcados: "==
                         ==VALOR==   BY ==QTD-MARCADOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Para corrigir a mao: "==
                         ==VALOR==   BY ==QTD-SEM-MARCA==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Situacao desconhecida: "==
                         ==VALOR==   BY ==QTD-REJEITADOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO.

       COPY GravarAuditoria.
       COPY GravarRunControle.
       END PROGRAM MensagemRetorno.
