      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Carga das respostas da pesquisa de satisfacao (arquivo
      *          PESQRESP, uma linha por resposta com o codigo da
      *          lista do PesquisaLista, a nota de 0 a 10, o codigo do
      *          motivo e o comentario livre do paciente). A resposta
      *          e gravada na pesquisa enviada do PESQUISAS; codigo
      *          fora do arquivo, pesquisa ja respondida, nota fora de
      *          0-10 ou motivo fora da tabela sai no PESQEXC para a
      *          recepcao conferir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PesquisaCarga.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESPOSTAS ASSIGN TO "PESQRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESPOSTAS.
           SELECT OPTIONAL PESQUISAS ASSIGN TO "PESQUISAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSQ-CHAVE
               FILE STATUS IS FS-PESQUISAS.
           SELECT EXCECOES ASSIGN TO "PESQEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  RESPOSTAS.
      *----Codigo da lista (paciente + data da visita), nota,
      *----motivo e comentario como a recepcao digitou
       01  REG-RESPOSTA.
           03 RSP-CODIGO.
               05 RSP-PAC-ID PIC 9(6).
               05 RSP-DATA-VISITA PIC 9(8).
           03 RSP-NOTA PIC X(2).
           03 RSP-MOTIVO PIC X(3).
           03 RSP-COMENTARIO PIC X(60).
       FD  PESQUISAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegPesquisa.
       FD  EXCECOES.
       01  REG-EXCECAO PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-RESPOSTAS PIC X(2).
       01  FS-PESQUISAS PIC X(2).
       01  FIM-RESPOSTAS PIC X.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
      *----Nota digitada com um digito so vem alinhada a esquerda
       01  NOTA-TRABALHO PIC X(2).
       01  NOTA-NUMERICA PIC 9(2).
       01  QTD-LIDAS PIC 9(6) VALUE 0.
       01  QTD-CARREGADAS PIC 9(6) VALUE 0.
       01  QTD-REJEITADAS PIC 9(6) VALUE 0.
       01  LINHA-EXCECAO.
           03 LX-PAC-ID PIC 9(6).
           03 LX-DATA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LX-NOTA PIC X(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LX-MOTIVO PIC X(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LX-ERRO PIC X(40).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'PESQUISACARGA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN INPUT RESPOSTAS
           OPEN I-O PESQUISAS
           OPEN OUTPUT EXCECOES
           MOVE 'CODIGO          NOTA MOT  ERRO' TO REG-EXCECAO
           WRITE REG-EXCECAO
           MOVE 'N' TO FIM-RESPOSTAS
           IF FS-RESPOSTAS NOT = '00'
               MOVE 'S' TO FIM-RESPOSTAS
           END-IF
           PERFORM UNTIL FIM-RESPOSTAS = 'S'
               READ RESPOSTAS
                   AT END
                       MOVE 'S' TO FIM-RESPOSTAS
                   NOT AT END
                       ADD 1 TO QTD-LIDAS
                       PERFORM 1000-TRATAR-RESPOSTA
               END-READ
           END-PERFORM
           CLOSE RESPOSTAS
           CLOSE PESQUISAS
           CLOSE EXCECOES
           DISPLAY 'Respostas lidas:       ' QTD-LIDAS
           DISPLAY 'Respostas carregadas:  ' QTD-CARREGADAS
           DISPLAY 'Respostas rejeitadas:  ' QTD-REJEITADAS
           MOVE QTD-LIDAS TO RUN-LIDOS
           MOVE QTD-CARREGADAS TO RUN-GRAVADOS
           MOVE QTD-REJEITADAS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

       1000-TRATAR-RESPOSTA.
           MOVE RSP-NOTA TO NOTA-TRABALHO
           IF NOTA-TRABALHO(2:1) = SPACE
               MOVE NOTA-TRABALHO(1:1) TO NOTA-TRABALHO(2:1)
               MOVE '0' TO NOTA-TRABALHO(1:1)
           END-IF
           IF NOTA-TRABALHO NOT NUMERIC
               MOVE 'NOTA NAO NUMERICA' TO LX-ERRO
               PERFORM 8000-REJEITAR
           ELSE
               MOVE NOTA-TRABALHO TO NOTA-NUMERICA
               IF NOTA-NUMERICA > 10
                   MOVE 'NOTA FORA DE 0 A 10' TO LX-ERRO
                   PERFORM 8000-REJEITAR
               ELSE
                   PERFORM 1100-GRAVAR-RESPOSTA
               END-IF
           END-IF.

       1100-GRAVAR-RESPOSTA.
           MOVE RSP-CODIGO TO PSQ-CHAVE
           READ PESQUISAS KEY IS PSQ-CHAVE
               INVALID KEY
                   MOVE 'CODIGO SEM PESQUISA ENVIADA' TO LX-ERRO
                   PERFORM 8000-REJEITAR
               NOT INVALID KEY
                   IF PSQ-RESPONDIDA
                       MOVE 'PESQUISA JA RESPONDIDA' TO LX-ERRO
                       PERFORM 8000-REJEITAR
                   ELSE
                       MOVE RSP-MOTIVO TO PSQ-MOTIVO
                       INSPECT PSQ-MOTIVO CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       IF NOT PSQ-MOTIVO-VALIDO
                           MOVE 'MOTIVO FORA DA TABELA' TO LX-ERRO
                           PERFORM 8000-REJEITAR
                       ELSE
                           MOVE NOTA-NUMERICA TO PSQ-NOTA
                           MOVE RSP-COMENTARIO TO PSQ-COMENTARIO
                           MOVE DATA-HOJE TO PSQ-DATA-RESPOSTA
                           SET PSQ-RESPONDIDA TO TRUE
                           REWRITE REG-PESQUISA
                           ADD 1 TO QTD-CARREGADAS
                       END-IF
                   END-IF
           END-READ.

       8000-REJEITAR.
           ADD 1 TO QTD-REJEITADAS
           MOVE RSP-PAC-ID TO LX-PAC-ID
           MOVE RSP-DATA-VISITA TO LX-DATA
           MOVE RSP-NOTA TO LX-NOTA
           MOVE RSP-MOTIVO TO LX-MOTIVO
           MOVE LINHA-EXCECAO TO REG-EXCECAO
           WRITE REG-EXCECAO.

       COPY GravarRunControle.
       END PROGRAM PesquisaCarga.
