      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Fila diaria de ligacoes da equipe de telefone da
      *          cobranca. Rodado de manha, depois da rodada noturna
      *          do ContasAtraso e do PromessaConfere, pega as contas
      *          da ATRASADAS, o score do SEGMENTOS e o telefone
      *          preferido do CONTATOS (o do cadastro quando nao ha
      *          canal de telefone) e grava o FILACOB ordenado por
      *          prioridade: primeiro as contas com promessa quebrada,
      *          depois faixa, valor e score, do maior para o menor.
      *          Cada cliente entra uma vez, pela conta de maior
      *          prioridade, e a fila e repartida em rodizio entre os
      *          operadores ativos do OPERADORES com perfil da
      *          consulta 360; a promessa quebrada volta para quem a
      *          tomou, se estiver na escala. Fica fora da fila a
      *          conta com promessa ainda no prazo e a que esta com
      *          assessoria externa (COLOCACOES). Resumo no FILARPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FilaCobrancaGera.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ATRASADAS ASSIGN TO "ATRASADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATRASADAS.
           SELECT OPTIONAL SEGMENTOS ASSIGN TO "SEGMENTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-CLIENTE
               FILE STATUS IS FS-SEGMENTOS.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT OPTIONAL CONTATOS ASSIGN TO "CONTATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS FS-CONTATOS.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.
           SELECT OPTIONAL PROMESSAS ASSIGN TO "PROMESSAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-CHAVE
               FILE STATUS IS FS-PROMESSAS.
           SELECT OPTIONAL COLOCACOES ASSIGN TO "COLOCACOES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CHAVE
               FILE STATUS IS FS-COLOCACOES.
      *----Fila do dia, refeita a cada rodada
           SELECT FILA-COBRANCA ASSIGN TO "FILACOB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLC-CHAVE
               FILE STATUS IS FS-FILA.
           SELECT ARQ-SORT ASSIGN TO "SORTWK01".
           SELECT RELATORIO-FILA ASSIGN TO "FILARPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ATRASADAS.
      *----Mesmo layout gravado pelo ContasAtraso
       01  REG-ATRASADA.
           03 ATR-CTA-ID PIC 9(6).
           03 ATR-CLIENTE PIC 9(6).
           03 ATR-FAIXA PIC 9(1).
           03 ATR-DIAS PIC 9(5).
           03 ATR-VALOR-COM-JUROS PIC 9(7)V9(2).
       FD  SEGMENTOS.
      *----Mesmo layout gravado pelo ScoreCliente.cbl
       01  REG-SEGMENTO.
           03 SEG-CLIENTE PIC 9(6).
           03 SEG-SCORE PIC 9(3).
           03 SEG-SEGMENTO PIC X(1).
           03 SEG-QTD-RESPOSTAS PIC 9(3).
           03 SEG-QTD-CONVERSOES PIC 9(3).
           03 SEG-DATA-CALCULO PIC 9(8).
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       FD  CONTATOS.
      *----Mesmo layout do REG-CONTATO de Clientes.cbl
       01  REG-CONTATO.
           03 CTT-CHAVE.
               05 CTT-NUMERO PIC 9(6).
               05 CTT-SEQ PIC 9(2).
           03 CTT-TIPO PIC X(1).
               88 CTT-TELEFONICO VALUE 'F' 'W'.
           03 CTT-VALOR PIC X(40).
           03 CTT-PREFERIDO PIC X(1).
               88 CTT-E-PREFERIDO VALUE 'S'.
           03 CTT-SITUACAO PIC X(1).
               88 CTT-DEVOLVIDO VALUE 'D'.
           03 CTT-QTD-DEVOLUCAO PIC 9(2).
       FD  OPERADORES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOperador.
       FD  PROMESSAS.
       COPY RegPromessa.
       FD  COLOCACOES.
       COPY RegColocacao.
       FD  FILA-COBRANCA.
       COPY RegFilaCobranca.
       SD  ARQ-SORT.
      *----Prioridade 1 promessa quebrada, 2 as demais; dentro dela
      *----faixa, valor e score decrescentes
       01  REG-SORT.
           03 SRT-PRIORIDADE PIC 9(1).
           03 SRT-FAIXA PIC 9(1).
           03 SRT-VALOR PIC 9(7)V9(2).
           03 SRT-SCORE PIC 9(3).
           03 SRT-CTA-ID PIC 9(6).
           03 SRT-CLIENTE PIC 9(6).
           03 SRT-OPERADOR-PROMESSA PIC X(10).
       FD  RELATORIO-FILA.
       01  REG-RELATORIO PIC X(80).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-ATRASADAS PIC X(2).
       01  FS-SEGMENTOS PIC X(2).
       01  FS-CLIENTES PIC X(2).
       01  FS-CONTATOS PIC X(2).
       01  FS-OPERADORES PIC X(2).
       01  FS-PROMESSAS PIC X(2).
       01  FS-COLOCACOES PIC X(2).
       01  FS-FILA PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  FIM-CONTA PIC X.
       01  FIM-SORT PIC X VALUE 'N'.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  CONTA-FORA PIC X.
       01  ULTIMA-PROMESSA-STATUS PIC X(1).
       01  ULTIMA-PROMESSA-CHAVE PIC X(14).
       01  ULTIMA-PROMESSA-DATA PIC 9(8).
       01  ULTIMA-PROMESSA-REFILADA PIC X(1).
       01  ULTIMA-PROMESSA-OPERADOR PIC X(10).
       01  TELEFONE-ESCOLHIDO PIC X(40).
      *----Operadores da escala do dia, com o contador da fila de
      *----cada um
       01  QTD-OPERADORES PIC 9(3) VALUE 0.
       01  IDX-OPERADOR PIC 9(3).
       01  OPERADOR-ESCOLHIDO PIC 9(3).
       01  PROXIMO-RODIZIO PIC 9(3) VALUE 1.
       01  TAB-OPERADOR OCCURS 100 TIMES.
           03 TOP-ID PIC X(10).
           03 TOP-QTD PIC 9(4).
      *----Clientes ja postos na fila, para cada um entrar uma vez
       01  QTD-CLIENTES-FILA PIC 9(4) VALUE 0.
       01  IDX-CLIENTE PIC 9(4).
       01  CLIENTE-REPETIDO PIC X.
       01  TAB-CLIENTE-FILA OCCURS 5000 TIMES PIC 9(6).
       01  QTD-LIDAS PIC 9(6) VALUE 0.
       01  QTD-NA-FILA PIC 9(6) VALUE 0.
       01  QTD-QUEBRADAS PIC 9(6) VALUE 0.
       01  QTD-EM-PROMESSA PIC 9(6) VALUE 0.
       01  QTD-EM-ASSESSORIA PIC 9(6) VALUE 0.
       01  QTD-SEM-TELEFONE PIC 9(6) VALUE 0.
       01  QTD-REPETIDAS PIC 9(6) VALUE 0.
       01  LINHA-OPERADOR.
           03 FILLER PIC X(11) VALUE 'OPERADOR   '.
           03 LO-OPERADOR PIC X(10).
           03 FILLER PIC X(4) VALUE SPACES.
           03 LO-QTD PIC ZZZ9.
           03 FILLER PIC X(9) VALUE ' LIGACOES'.
       01  LINHA-RESUMO PIC X(80).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'FILACOBRANCAGERA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           PERFORM 0100-CARREGAR-OPERADORES
           IF QTD-OPERADORES = 0
               DISPLAY 'NENHUM OPERADOR ATIVO COM PERFIL DE TELEFONE'
           END-IF
           OPEN INPUT SEGMENTOS
           OPEN INPUT CLIENTES
           OPEN INPUT CONTATOS
           OPEN I-O PROMESSAS
           OPEN INPUT COLOCACOES
           OPEN OUTPUT FILA-COBRANCA
           SORT ARQ-SORT
               ON ASCENDING KEY SRT-PRIORIDADE
               ON DESCENDING KEY SRT-FAIXA SRT-VALOR SRT-SCORE
               INPUT PROCEDURE IS 1000-SELECIONAR-CONTAS
               OUTPUT PROCEDURE IS 2000-MONTAR-FILA
           PERFORM 3000-GRAVAR-RESUMO
           DISPLAY 'Contas na fila do dia:        ' QTD-NA-FILA
           DISPLAY 'Promessas quebradas no topo:  ' QTD-QUEBRADAS
           DISPLAY 'Contas com promessa no prazo: ' QTD-EM-PROMESSA
           DISPLAY 'Contas com assessoria:        ' QTD-EM-ASSESSORIA
           DISPLAY 'Clientes sem telefone:        ' QTD-SEM-TELEFONE
           MOVE QTD-LIDAS TO RUN-LIDOS
           MOVE QTD-NA-FILA TO RUN-GRAVADOS
           MOVE QTD-SEM-TELEFONE TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           CLOSE SEGMENTOS
           CLOSE CLIENTES
           CLOSE CONTATOS
           CLOSE PROMESSAS
           CLOSE COLOCACOES
           CLOSE FILA-COBRANCA
           STOP RUN.

      *----Escala do dia: operador ativo que pode usar a consulta 360,
      *----que e o perfil da equipe de telefone
       0100-CARREGAR-OPERADORES.
           OPEN INPUT OPERADORES
           MOVE 'N' TO FIM-ARQUIVO
           IF FS-OPERADORES NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ OPERADORES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF OPE-ATIVO AND OPE-USA-CONSULTA360 = 'S'
                               AND QTD-OPERADORES < 100
                           ADD 1 TO QTD-OPERADORES
                           MOVE OPE-ID TO TOP-ID(QTD-OPERADORES)
                           MOVE 0 TO TOP-QTD(QTD-OPERADORES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERADORES.

       1000-SELECIONAR-CONTAS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT ATRASADAS
           IF FS-ATRASADAS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ATRASADAS
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO QTD-LIDAS
                       PERFORM 1100-AVALIAR-CONTA
               END-READ
           END-PERFORM
           CLOSE ATRASADAS.

       1100-AVALIAR-CONTA.
           MOVE 'N' TO CONTA-FORA
           PERFORM 1200-VERIFICAR-ASSESSORIA
           IF CONTA-FORA = 'S'
               ADD 1 TO QTD-EM-ASSESSORIA
           ELSE
               PERFORM 1300-VERIFICAR-PROMESSA
           END-IF
           IF CONTA-FORA = 'N'
               MOVE 2 TO SRT-PRIORIDADE
               MOVE SPACES TO SRT-OPERADOR-PROMESSA
               IF ULTIMA-PROMESSA-STATUS = 'Q' AND
                       ULTIMA-PROMESSA-REFILADA NOT = 'S'
                   MOVE 1 TO SRT-PRIORIDADE
                   MOVE ULTIMA-PROMESSA-OPERADOR
                       TO SRT-OPERADOR-PROMESSA
                   PERFORM 1400-MARCAR-REFILADA
               END-IF
               MOVE 0 TO SRT-SCORE
               MOVE ATR-CLIENTE TO SEG-CLIENTE
               READ SEGMENTOS KEY IS SEG-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEG-SCORE TO SRT-SCORE
               END-READ
               MOVE ATR-FAIXA TO SRT-FAIXA
               MOVE ATR-VALOR-COM-JUROS TO SRT-VALOR
               MOVE ATR-CTA-ID TO SRT-CTA-ID
               MOVE ATR-CLIENTE TO SRT-CLIENTE
               RELEASE REG-SORT
           END-IF.

      *----Conta com assessoria externa e trabalhada por ela
       1200-VERIFICAR-ASSESSORIA.
           MOVE 'N' TO FIM-CONTA
           MOVE ATR-CTA-ID TO PLC-CTA-ID
           MOVE 0 TO PLC-DATA-ENVIO
           START COLOCACOES KEY IS NOT LESS THAN PLC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-CONTA
           END-START
           PERFORM UNTIL FIM-CONTA = 'S'
               READ COLOCACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-CONTA
                   NOT AT END
                       IF PLC-CTA-ID NOT = ATR-CTA-ID
                           MOVE 'S' TO FIM-CONTA
                       ELSE
                           IF PLC-ATIVA
                               MOVE 'S' TO CONTA-FORA
                               MOVE 'S' TO FIM-CONTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----A promessa que vale e a ultima nao substituida da conta;
      *----aberta e ainda no prazo tira a conta da fila
       1300-VERIFICAR-PROMESSA.
           MOVE SPACES TO ULTIMA-PROMESSA-STATUS
           MOVE 'N' TO FIM-CONTA
           MOVE ATR-CTA-ID TO PMS-CTA-ID
           MOVE 0 TO PMS-DATA-REGISTRO
           START PROMESSAS KEY IS NOT LESS THAN PMS-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-CONTA
           END-START
           PERFORM UNTIL FIM-CONTA = 'S'
               READ PROMESSAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-CONTA
                   NOT AT END
                       IF PMS-CTA-ID NOT = ATR-CTA-ID
                           MOVE 'S' TO FIM-CONTA
                       ELSE
                           IF NOT PMS-SUBSTITUIDA
                               MOVE PMS-STATUS
                                   TO ULTIMA-PROMESSA-STATUS
                               MOVE PMS-CHAVE TO ULTIMA-PROMESSA-CHAVE
                               MOVE PMS-DATA-PROMESSA
                                   TO ULTIMA-PROMESSA-DATA
                               MOVE PMS-REFILADA
                                   TO ULTIMA-PROMESSA-REFILADA
                               MOVE PMS-OPERADOR
                                   TO ULTIMA-PROMESSA-OPERADOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ULTIMA-PROMESSA-STATUS = 'A' AND
                   ULTIMA-PROMESSA-DATA NOT LESS DATA-HOJE
               MOVE 'S' TO CONTA-FORA
               ADD 1 TO QTD-EM-PROMESSA
           END-IF.

      *----A quebrada volta ao topo uma vez so; dali em diante a
      *----conta segue a prioridade normal
       1400-MARCAR-REFILADA.
           MOVE ULTIMA-PROMESSA-CHAVE TO PMS-CHAVE
           READ PROMESSAS KEY IS PMS-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO PMS-REFILADA
                   REWRITE REG-PROMESSA
                   ADD 1 TO QTD-QUEBRADAS
           END-READ.

       2000-MONTAR-FILA.
           PERFORM UNTIL FIM-SORT = 'S'
               RETURN ARQ-SORT
                   AT END
                       MOVE 'S' TO FIM-SORT
                   NOT AT END
                       PERFORM 2100-ENFILEIRAR-CONTA
               END-RETURN
           END-PERFORM.

       2100-ENFILEIRAR-CONTA.
           MOVE 'N' TO CLIENTE-REPETIDO
           PERFORM VARYING IDX-CLIENTE FROM 1 BY 1
                   UNTIL IDX-CLIENTE > QTD-CLIENTES-FILA
               IF TAB-CLIENTE-FILA(IDX-CLIENTE) = SRT-CLIENTE
                   MOVE 'S' TO CLIENTE-REPETIDO
               END-IF
           END-PERFORM
           IF CLIENTE-REPETIDO = 'S'
               ADD 1 TO QTD-REPETIDAS
           ELSE
               PERFORM 2200-ESCOLHER-TELEFONE
               IF TELEFONE-ESCOLHIDO = SPACES
                   ADD 1 TO QTD-SEM-TELEFONE
               ELSE
                   IF QTD-OPERADORES > 0
                       PERFORM 2300-ESCOLHER-OPERADOR
                       PERFORM 2400-GRAVAR-FILA
                   END-IF
               END-IF
               IF QTD-CLIENTES-FILA < 5000
                   ADD 1 TO QTD-CLIENTES-FILA
                   MOVE SRT-CLIENTE
                       TO TAB-CLIENTE-FILA(QTD-CLIENTES-FILA)
               END-IF
           END-IF.

      *----Canal de telefone (fone ou whatsapp) marcado preferido; sem
      *----ele o primeiro canal de telefone, e por ultimo o telefone
      *----do cadastro
       2200-ESCOLHER-TELEFONE.
           MOVE SPACES TO TELEFONE-ESCOLHIDO
           MOVE SPACES TO CLI-NOME
           MOVE SRT-CLIENTE TO CLI-NUMERO
           READ CLIENTES KEY IS CLI-NUMERO
               INVALID KEY
                   MOVE SPACES TO CLI-TELEFONE
           END-READ
           MOVE 'N' TO FIM-CONTA
           MOVE SRT-CLIENTE TO CTT-NUMERO
           MOVE 0 TO CTT-SEQ
           START CONTATOS KEY NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-CONTA
           END-START
           PERFORM UNTIL FIM-CONTA = 'S'
               READ CONTATOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-CONTA
                   NOT AT END
                       IF CTT-NUMERO NOT = SRT-CLIENTE
                           MOVE 'S' TO FIM-CONTA
                       ELSE
                           IF CTT-TELEFONICO
                               IF CTT-E-PREFERIDO
                                   MOVE CTT-VALOR TO TELEFONE-ESCOLHIDO
                                   MOVE 'S' TO FIM-CONTA
                               ELSE
                                   IF TELEFONE-ESCOLHIDO = SPACES
                                       MOVE CTT-VALOR
                                           TO TELEFONE-ESCOLHIDO
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF TELEFONE-ESCOLHIDO = SPACES
               MOVE CLI-TELEFONE TO TELEFONE-ESCOLHIDO
           END-IF.

      *----Promessa quebrada volta para quem a tomou, se ele esta na
      *----escala; o resto vai em rodizio, na ordem da prioridade
       2300-ESCOLHER-OPERADOR.
           MOVE 0 TO OPERADOR-ESCOLHIDO
           IF SRT-OPERADOR-PROMESSA NOT = SPACES
               PERFORM VARYING IDX-OPERADOR FROM 1 BY 1
                       UNTIL IDX-OPERADOR > QTD-OPERADORES
                   IF TOP-ID(IDX-OPERADOR) = SRT-OPERADOR-PROMESSA
                       MOVE IDX-OPERADOR TO OPERADOR-ESCOLHIDO
                   END-IF
               END-PERFORM
           END-IF
           IF OPERADOR-ESCOLHIDO = 0
               MOVE PROXIMO-RODIZIO TO OPERADOR-ESCOLHIDO
               ADD 1 TO PROXIMO-RODIZIO
               IF PROXIMO-RODIZIO > QTD-OPERADORES
                   MOVE 1 TO PROXIMO-RODIZIO
               END-IF
           END-IF.

       2400-GRAVAR-FILA.
           ADD 1 TO TOP-QTD(OPERADOR-ESCOLHIDO)
           MOVE TOP-ID(OPERADOR-ESCOLHIDO) TO FLC-OPERADOR
           MOVE TOP-QTD(OPERADOR-ESCOLHIDO) TO FLC-ORDEM
           MOVE DATA-HOJE TO FLC-DATA-FILA
           MOVE SRT-CTA-ID TO FLC-CTA-ID
           MOVE SRT-CLIENTE TO FLC-CLIENTE
           MOVE CLI-NOME TO FLC-NOME
           MOVE TELEFONE-ESCOLHIDO TO FLC-TELEFONE
           MOVE SRT-FAIXA TO FLC-FAIXA
           MOVE SRT-VALOR TO FLC-VALOR
           MOVE SRT-SCORE TO FLC-SCORE
           IF SRT-PRIORIDADE = 1
               MOVE 'S' TO FLC-PROMESSA-QUEBRADA
           ELSE
               MOVE 'N' TO FLC-PROMESSA-QUEBRADA
           END-IF
           MOVE SPACES TO FLC-RESULTADO
           WRITE REG-FILA-COBRANCA
           ADD 1 TO QTD-NA-FILA.

       3000-GRAVAR-RESUMO.
           OPEN OUTPUT RELATORIO-FILA
           MOVE SPACES TO LINHA-RESUMO
           STRING 'FILA DE COBRANCA DO DIA ' DELIMITED BY SIZE
               DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING IDX-OPERADOR FROM 1 BY 1
                   UNTIL IDX-OPERADOR > QTD-OPERADORES
               MOVE TOP-ID(IDX-OPERADOR) TO LO-OPERADOR
               MOVE TOP-QTD(IDX-OPERADOR) TO LO-QTD
               MOVE LINHA-OPERADOR TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'CONTAS LIDAS: ' DELIMITED BY SIZE
               QTD-LIDAS DELIMITED BY SIZE
               '  NA FILA: ' DELIMITED BY SIZE
               QTD-NA-FILA DELIMITED BY SIZE
               '  QUEBRADAS NO TOPO: ' DELIMITED BY SIZE
               QTD-QUEBRADAS DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'FORA: PROMESSA NO PRAZO ' DELIMITED BY SIZE
               QTD-EM-PROMESSA DELIMITED BY SIZE
               '  ASSESSORIA ' DELIMITED BY SIZE
               QTD-EM-ASSESSORIA DELIMITED BY SIZE
               '  SEM TELEFONE ' DELIMITED BY SIZE
               QTD-SEM-TELEFONE DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'OUTRAS CONTAS DE CLIENTE JA NA FILA: '
               DELIMITED BY SIZE
               QTD-REPETIDAS DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE RELATORIO-FILA.

       COPY GravarRunControle.
       END PROGRAM FilaCobrancaGera.
