      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Servico do livro de consentimentos da LGPD CONSENT,
      *          CALLavel como o ParametroVigente: consulta se um
      *          titular (cliente ou paciente) tem consentimento
      *          vigente para uma finalidade num canal, registra uma
      *          concessao, revoga e, na mesclagem de duplicados,
      *          transfere os consentimentos vigentes do numero morto
      *          para o sobrevivente. Cada concessao guarda a data, a
      *          origem (painel, campanha, formulario) e o operador;
      *          a revogacao fecha o registro, sem apagar, para o
      *          historico mostrar quando e como o titular consentiu.
      *          O antigo CLI-OPT-IN continua como espelho do
      *          marketing para os leitores que ainda nao consultam o
      *          livro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Consentimento.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ConsentimentoSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  CONSENTIMENTOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConsentimento.
       WORKING-STORAGE SECTION.
       01  FS-CONSENT PIC X(2).
      *----Arquivo aberto na primeira chamada e mantido aberto o
      *----resto da execucao, como o PARAMETROS do ParametroVigente
       01  ARQUIVO-ABERTO PIC X VALUE 'N'.
       01  ARQUIVO-DISPONIVEL PIC X VALUE 'N'.
       01  FIM-CONSENT PIC X.
       01  DATA-EVENTO PIC 9(8).
       01  ORIGEM-REVOGACAO PIC X(1).
       01  QTD-FEITOS PIC 9(3).
      *----Chave procurada pelas rotinas 8100/8200/8300; canal em
      *----branco na 8100 aceita qualquer canal
       01  BUSCA-TIPO PIC X(1).
       01  BUSCA-ID PIC 9(6).
       01  BUSCA-FINALIDADE PIC X(2).
       01  BUSCA-CANAL PIC X(1).
       01  ACHOU-VIGENTE PIC X.
       01  ACHOU-HISTORICO PIC X.
       01  DATA-VIGENTE PIC 9(8).
       01  PROXIMA-SEQUENCIA PIC 9(3).
      *----Dados da concessao a gravar pela 8300, no desenho do
      *----CNS-CONCESSAO
       01  NOVA-CONCESSAO PIC X(39).
      *----Registros do titular carregados pela 8000 antes de revogar
      *----ou transferir: gravar e regravar no meio da leitura
      *----sequencial perderia a posicao do START
       01  QTD-CARREGADOS PIC 9(2).
       01  IDX-CARREGADO PIC 9(2).
       01  TAB-CARREGADO OCCURS 60 TIMES.
           03 TC-FINALIDADE PIC X(2).
           03 TC-CANAL PIC X(1).
           03 TC-SEQUENCIA PIC 9(3).
           03 TC-VIGENTE PIC X(1).
           03 TC-CONCESSAO PIC X(39).
      *----Canais especificos, para desdobrar um '*' quando o titular
      *----revoga um canal so
       01  CANAIS-ESPECIFICOS PIC X(4) VALUE 'ESCT'.
       01  TAB-CANAIS REDEFINES CANAIS-ESPECIFICOS.
           03 CANAL-ESPECIFICO PIC X(1) OCCURS 4 TIMES.
       01  IDX-CANAL PIC 9.
       01  REFERENCIA-MESCLAGEM.
           03 FILLER PIC X(12) VALUE 'MESCLADO DE '.
           03 RM-ORIGEM PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
       LINKAGE SECTION.
      *----1-consultar, 2-conceder, 3-revogar, 4-transferir os
      *----vigentes para LK-DESTINO-ID, 9-encerrar (fecha o livro)
       01  LK-FUNCAO PIC 9.
       01  LK-TITULAR-TIPO PIC X(1).
       01  LK-TITULAR-ID PIC 9(6).
      *----Na revogacao, espaco revoga todas as finalidades
       01  LK-FINALIDADE PIC X(2).
      *----Na consulta, espaco aceita qualquer canal; na revogacao,
      *----espaco revoga todos
       01  LK-CANAL PIC X(1).
       01  LK-ORIGEM PIC X(1).
       01  LK-REFERENCIA PIC X(20).
       01  LK-OPERADOR PIC X(10).
      *----Data do evento, zero = hoje; na consulta devolve a data da
      *----concessao vigente
       01  LK-DATA PIC 9(8).
       01  LK-DESTINO-ID PIC 9(6).
      *----00-vigente/feito; 10-revogado, ja vigente ou nada a
      *----revogar; 20-nunca registrado; 30-funcao ou codigo
      *----invalido; 40-livro CONSENT indisponivel
       01  LK-RETORNO PIC 9(2).
       PROCEDURE DIVISION USING LK-FUNCAO LK-TITULAR-TIPO
               LK-TITULAR-ID LK-FINALIDADE LK-CANAL LK-ORIGEM
               LK-REFERENCIA LK-OPERADOR LK-DATA LK-DESTINO-ID
               LK-RETORNO.
      *----Encerrar solta o livro para quem vai le-lo direto (a
      *----listagem do ConsentimentoManutencao); a chamada seguinte
      *----abre de novo
           IF LK-FUNCAO = 9
               IF ARQUIVO-DISPONIVEL = 'S'
                   CLOSE CONSENTIMENTOS
               END-IF
               MOVE 'N' TO ARQUIVO-ABERTO
               MOVE 'N' TO ARQUIVO-DISPONIVEL
               MOVE 00 TO LK-RETORNO
               GOBACK
           END-IF
           IF ARQUIVO-ABERTO = 'N'
               MOVE 'S' TO ARQUIVO-ABERTO
               OPEN I-O CONSENTIMENTOS
               IF FS-CONSENT = '00' OR FS-CONSENT = '05'
                   MOVE 'S' TO ARQUIVO-DISPONIVEL
               END-IF
           END-IF
           IF ARQUIVO-DISPONIVEL = 'N'
               MOVE 40 TO LK-RETORNO
               GOBACK
           END-IF
           IF LK-DATA = 0
               ACCEPT DATA-EVENTO FROM DATE YYYYMMDD
           ELSE
               MOVE LK-DATA TO DATA-EVENTO
           END-IF
           MOVE 0 TO QTD-FEITOS
           EVALUATE LK-FUNCAO
               WHEN 1
                   PERFORM 1000-CONSULTAR
               WHEN 2
                   PERFORM 2000-CONCEDER
               WHEN 3
                   PERFORM 3000-REVOGAR
               WHEN 4
                   PERFORM 4000-TRANSFERIR
               WHEN OTHER
                   MOVE 30 TO LK-RETORNO
           END-EVALUATE
           GOBACK.

       1000-CONSULTAR.
           MOVE LK-TITULAR-TIPO TO BUSCA-TIPO
           MOVE LK-TITULAR-ID TO BUSCA-ID
           MOVE LK-FINALIDADE TO BUSCA-FINALIDADE
           MOVE LK-CANAL TO BUSCA-CANAL
           PERFORM 8100-PROCURAR
           EVALUATE TRUE
               WHEN ACHOU-VIGENTE = 'S'
                   MOVE DATA-VIGENTE TO LK-DATA
                   MOVE 00 TO LK-RETORNO
               WHEN ACHOU-HISTORICO = 'S'
                   MOVE 0 TO LK-DATA
                   MOVE 10 TO LK-RETORNO
               WHEN OTHER
                   MOVE 0 TO LK-DATA
                   MOVE 20 TO LK-RETORNO
           END-EVALUATE.

      *----Concessao ja coberta (o mesmo canal ou o '*' da finalidade
      *----vigente) nao abre registro novo
       2000-CONCEDER.
           MOVE LK-FINALIDADE TO CNS-FINALIDADE
           MOVE LK-CANAL TO CNS-CANAL
           MOVE LK-ORIGEM TO CNS-ORIGEM-CONCESSAO
           IF NOT CNS-FINALIDADE-VALIDA OR NOT CNS-CANAL-VALIDO OR
                   NOT CNS-ORIGEM-VALIDA
               MOVE 30 TO LK-RETORNO
           ELSE
               MOVE LK-TITULAR-TIPO TO BUSCA-TIPO
               MOVE LK-TITULAR-ID TO BUSCA-ID
               MOVE LK-FINALIDADE TO BUSCA-FINALIDADE
               MOVE LK-CANAL TO BUSCA-CANAL
               PERFORM 8100-PROCURAR
               IF ACHOU-VIGENTE = 'S'
                   MOVE 10 TO LK-RETORNO
               ELSE
                   MOVE DATA-EVENTO TO CNS-DATA-CONCESSAO
                   MOVE LK-ORIGEM TO CNS-ORIGEM-CONCESSAO
                   MOVE LK-OPERADOR TO CNS-OPERADOR-CONCESSAO
                   MOVE LK-REFERENCIA TO CNS-REFERENCIA
                   MOVE CNS-CONCESSAO TO NOVA-CONCESSAO
                   PERFORM 8300-GRAVAR-CONCESSAO
                   MOVE 00 TO LK-RETORNO
               END-IF
           END-IF.

      *----Revogacao de um canal so com o '*' vigente: o '*' fecha e
      *----os outros canais reabrem com a data e a origem da
      *----concessao original, que continuam valendo para eles
       3000-REVOGAR.
           MOVE LK-ORIGEM TO ORIGEM-REVOGACAO
           PERFORM 8000-CARREGAR-TITULAR
           PERFORM VARYING IDX-CARREGADO FROM 1 BY 1
                   UNTIL IDX-CARREGADO > QTD-CARREGADOS
               IF TC-VIGENTE(IDX-CARREGADO) = 'S' AND
                       (LK-FINALIDADE = SPACES OR
                        TC-FINALIDADE(IDX-CARREGADO) = LK-FINALIDADE)
                   EVALUATE TRUE
                       WHEN LK-CANAL = SPACE
                       WHEN LK-CANAL = '*'
                       WHEN TC-CANAL(IDX-CARREGADO) = LK-CANAL
                           PERFORM 8400-REVOGAR-REGISTRO
                       WHEN TC-CANAL(IDX-CARREGADO) = '*'
                           PERFORM 8400-REVOGAR-REGISTRO
                           PERFORM 3100-DESDOBRAR-TODOS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF QTD-FEITOS > 0
               MOVE 00 TO LK-RETORNO
           ELSE
               MOVE 10 TO LK-RETORNO
           END-IF.

       3100-DESDOBRAR-TODOS.
           PERFORM VARYING IDX-CANAL FROM 1 BY 1 UNTIL IDX-CANAL > 4
               IF CANAL-ESPECIFICO(IDX-CANAL) NOT = LK-CANAL
                   MOVE LK-TITULAR-TIPO TO BUSCA-TIPO
                   MOVE LK-TITULAR-ID TO BUSCA-ID
                   MOVE TC-FINALIDADE(IDX-CARREGADO)
                       TO BUSCA-FINALIDADE
                   MOVE CANAL-ESPECIFICO(IDX-CANAL) TO BUSCA-CANAL
                   PERFORM 8100-PROCURAR
                   IF ACHOU-VIGENTE = 'N'
                       MOVE TC-CONCESSAO(IDX-CARREGADO)
                           TO NOVA-CONCESSAO
                       PERFORM 8300-GRAVAR-CONCESSAO
                   END-IF
               END-IF
           END-PERFORM.

      *----Mesclagem: cada consentimento vigente do numero morto
      *----passa ao sobrevivente com a data original da concessao,
      *----salvo se o sobrevivente ja tiver o mesmo coberto, e o do
      *----morto fecha com a origem U
       4000-TRANSFERIR.
           MOVE 'U' TO ORIGEM-REVOGACAO
           MOVE LK-TITULAR-ID TO RM-ORIGEM
           PERFORM 8000-CARREGAR-TITULAR
           PERFORM VARYING IDX-CARREGADO FROM 1 BY 1
                   UNTIL IDX-CARREGADO > QTD-CARREGADOS
               IF TC-VIGENTE(IDX-CARREGADO) = 'S'
                   PERFORM 4100-TRANSFERIR-REGISTRO
               END-IF
           END-PERFORM
           IF QTD-FEITOS > 0
               MOVE 00 TO LK-RETORNO
           ELSE
               MOVE 10 TO LK-RETORNO
           END-IF.

       4100-TRANSFERIR-REGISTRO.
           MOVE LK-TITULAR-TIPO TO BUSCA-TIPO
           MOVE LK-DESTINO-ID TO BUSCA-ID
           MOVE TC-FINALIDADE(IDX-CARREGADO) TO BUSCA-FINALIDADE
           MOVE TC-CANAL(IDX-CARREGADO) TO BUSCA-CANAL
           PERFORM 8100-PROCURAR
           IF ACHOU-VIGENTE = 'N'
               MOVE TC-CONCESSAO(IDX-CARREGADO) TO CNS-CONCESSAO
               MOVE 'U' TO CNS-ORIGEM-CONCESSAO
               MOVE LK-OPERADOR TO CNS-OPERADOR-CONCESSAO
               MOVE REFERENCIA-MESCLAGEM TO CNS-REFERENCIA
               MOVE CNS-CONCESSAO TO NOVA-CONCESSAO
               PERFORM 8300-GRAVAR-CONCESSAO
           END-IF
           PERFORM 8400-REVOGAR-REGISTRO.

      *----Todos os registros do titular LK-TITULAR-TIPO/ID, de todas
      *----as finalidades e canais, para a tabela
       8000-CARREGAR-TITULAR.
           MOVE 0 TO QTD-CARREGADOS
           MOVE 'N' TO FIM-CONSENT
           MOVE LK-TITULAR-TIPO TO CNS-TITULAR-TIPO
           MOVE LK-TITULAR-ID TO CNS-TITULAR-ID
           MOVE LOW-VALUES TO CNS-FINALIDADE
           MOVE LOW-VALUES TO CNS-CANAL
           MOVE 0 TO CNS-SEQUENCIA
           START CONSENTIMENTOS KEY NOT LESS THAN CNS-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-CONSENT
           END-START
           PERFORM UNTIL FIM-CONSENT = 'S'
               READ CONSENTIMENTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-CONSENT
                   NOT AT END
                       IF CNS-TITULAR-TIPO NOT = LK-TITULAR-TIPO OR
                               CNS-TITULAR-ID NOT = LK-TITULAR-ID OR
                               QTD-CARREGADOS = 60
                           MOVE 'S' TO FIM-CONSENT
                       ELSE
                           ADD 1 TO QTD-CARREGADOS
                           MOVE CNS-FINALIDADE
                               TO TC-FINALIDADE(QTD-CARREGADOS)
                           MOVE CNS-CANAL TO TC-CANAL(QTD-CARREGADOS)
                           MOVE CNS-SEQUENCIA
                               TO TC-SEQUENCIA(QTD-CARREGADOS)
                           MOVE CNS-CONCESSAO
                               TO TC-CONCESSAO(QTD-CARREGADOS)
                           IF CNS-VIGENTE
                               MOVE 'S' TO TC-VIGENTE(QTD-CARREGADOS)
                           ELSE
                               MOVE 'N' TO TC-VIGENTE(QTD-CARREGADOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----Procura BUSCA-TIPO/ID/FINALIDADE: um registro no canal
      *----pedido (ou em qualquer um, com BUSCA-CANAL em branco) ou no
      *----'*' da finalidade conta; vigente ganha de historico
       8100-PROCURAR.
           MOVE 'N' TO ACHOU-VIGENTE
           MOVE 'N' TO ACHOU-HISTORICO
           MOVE 0 TO DATA-VIGENTE
           MOVE 'N' TO FIM-CONSENT
           MOVE BUSCA-TIPO TO CNS-TITULAR-TIPO
           MOVE BUSCA-ID TO CNS-TITULAR-ID
           MOVE BUSCA-FINALIDADE TO CNS-FINALIDADE
           MOVE LOW-VALUES TO CNS-CANAL
           MOVE 0 TO CNS-SEQUENCIA
           START CONSENTIMENTOS KEY NOT LESS THAN CNS-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-CONSENT
           END-START
           PERFORM UNTIL FIM-CONSENT = 'S'
               READ CONSENTIMENTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-CONSENT
                   NOT AT END
                       IF CNS-TITULAR-TIPO NOT = BUSCA-TIPO OR
                               CNS-TITULAR-ID NOT = BUSCA-ID OR
                               CNS-FINALIDADE NOT = BUSCA-FINALIDADE
                           MOVE 'S' TO FIM-CONSENT
                       ELSE
                           IF BUSCA-CANAL = SPACE OR
                                   CNS-CANAL = BUSCA-CANAL OR
                                   CNS-TODOS-CANAIS
                               MOVE 'S' TO ACHOU-HISTORICO
                               IF CNS-VIGENTE
                                   MOVE 'S' TO ACHOU-VIGENTE
                                   MOVE CNS-DATA-CONCESSAO
                                       TO DATA-VIGENTE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----Proxima sequencia livre da chave BUSCA-* com o canal exato
       8200-PROXIMA-SEQUENCIA.
           MOVE 1 TO PROXIMA-SEQUENCIA
           MOVE 'N' TO FIM-CONSENT
           MOVE BUSCA-TIPO TO CNS-TITULAR-TIPO
           MOVE BUSCA-ID TO CNS-TITULAR-ID
           MOVE BUSCA-FINALIDADE TO CNS-FINALIDADE
           MOVE BUSCA-CANAL TO CNS-CANAL
           MOVE 0 TO CNS-SEQUENCIA
           START CONSENTIMENTOS KEY NOT LESS THAN CNS-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-CONSENT
           END-START
           PERFORM UNTIL FIM-CONSENT = 'S'
               READ CONSENTIMENTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-CONSENT
                   NOT AT END
                       IF CNS-TITULAR-TIPO NOT = BUSCA-TIPO OR
                               CNS-TITULAR-ID NOT = BUSCA-ID OR
                               CNS-FINALIDADE NOT = BUSCA-FINALIDADE OR
                               CNS-CANAL NOT = BUSCA-CANAL
                           MOVE 'S' TO FIM-CONSENT
                       ELSE
                           COMPUTE PROXIMA-SEQUENCIA =
                               CNS-SEQUENCIA + 1
                       END-IF
               END-READ
           END-PERFORM.

      *----Grava NOVA-CONCESSAO na chave BUSCA-* com o canal exato
       8300-GRAVAR-CONCESSAO.
           PERFORM 8200-PROXIMA-SEQUENCIA
           MOVE BUSCA-TIPO TO CNS-TITULAR-TIPO
           MOVE BUSCA-ID TO CNS-TITULAR-ID
           MOVE BUSCA-FINALIDADE TO CNS-FINALIDADE
           MOVE BUSCA-CANAL TO CNS-CANAL
           MOVE PROXIMA-SEQUENCIA TO CNS-SEQUENCIA
           MOVE NOVA-CONCESSAO TO CNS-CONCESSAO
           MOVE 0 TO CNS-DATA-REVOGACAO
           MOVE SPACE TO CNS-ORIGEM-REVOGACAO
           MOVE SPACES TO CNS-OPERADOR-REVOGACAO
           WRITE REG-CONSENTIMENTO
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *----Fecha o registro da tabela na posicao IDX-CARREGADO
       8400-REVOGAR-REGISTRO.
           MOVE LK-TITULAR-TIPO TO CNS-TITULAR-TIPO
           MOVE LK-TITULAR-ID TO CNS-TITULAR-ID
           MOVE TC-FINALIDADE(IDX-CARREGADO) TO CNS-FINALIDADE
           MOVE TC-CANAL(IDX-CARREGADO) TO CNS-CANAL
           MOVE TC-SEQUENCIA(IDX-CARREGADO) TO CNS-SEQUENCIA
           READ CONSENTIMENTOS KEY IS CNS-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DATA-EVENTO TO CNS-DATA-REVOGACAO
                   MOVE ORIGEM-REVOGACAO TO CNS-ORIGEM-REVOGACAO
                   MOVE LK-OPERADOR TO CNS-OPERADOR-REVOGACAO
                   REWRITE REG-CONSENTIMENTO
                   ADD 1 TO QTD-FEITOS
           END-READ.
       END PROGRAM Consentimento.
