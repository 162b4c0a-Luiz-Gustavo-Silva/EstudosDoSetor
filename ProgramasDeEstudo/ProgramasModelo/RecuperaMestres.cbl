      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Recuperacao para a frente de um master restaurado
      *          pelo RestauraMestres.cbl: a partir da data e hora
      *          gravadas no trailer do backup (o mesmo BKPIN da
      *          restauracao), reaplica em ordem as mudancas feitas
      *          depois dele. CLIENTES volta pelas imagens da fila
      *          CLIMOV e do historico CLIMOVHS; ACCOUNTS pelos
      *          lancamentos do razao MOVCONTA, onde ja estao todas as
      *          baixas do PAGTOS, as faturas do FATMOV e os demais
      *          debitos e creditos. Mudanca que nenhum log permite
      *          refazer - mesclagem, apagamento LGPD, exclusao de
      *          paciente, rodada do IMCBatch, arquivamento, digitacao
      *          do IMC online - sai no relatorio RECRPT a partir do
      *          journal AUDITLOG e do RUNCTL, para a operacao
      *          conferir e refazer. No fim, contagem e saldos do
      *          master recuperado sao comparados com os do backup,
      *          com o que foi reaplicado e com o que cada rodada
      *          declarou no RUNCTL antes da falha. So roda sobre o
      *          master recem-restaurado: master com contagem
      *          diferente da do backup e recusado, para nada ser
      *          reaplicado duas vezes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecuperaMestres.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Mesma geracao do backup usada na restauracao
           SELECT BACKUP-ENTRADA ASSIGN TO "BKPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BACKUP.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
      *----Mesmas chaves alternadas declaradas em Clientes.cbl: todos
      *----os abridores do arquivo fisico precisam concordar com elas
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL IMC-HISTORY ASSIGN TO "IMCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-MASTER.
      *----Historico das filas ja consumidas pelo ClientesDelta e a
      *----fila corrente, nessa ordem
           SELECT OPTIONAL MOV-HISTORICO ASSIGN TO "CLIMOVHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVIMENTOS.
           SELECT OPTIONAL MOVIMENTOS ASSIGN TO "CLIMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVIMENTOS.
           COPY MovContaSelect.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
           SELECT RELATORIO-RECUPERA ASSIGN TO "RECRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-ENTRADA.
      *----Mesmo layout gravado pelo BackupMestres.cbl
       01  REG-BACKUP.
           03 BKI-TIPO PIC X(1).
           03 BKI-IMAGEM PIC X(260).
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       FD  PATIENTS.
      *----Mesmo layout do REG-PACIENTE de IMC.cbl; daqui so se conta
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 FILLER PIC X(237).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  IMC-HISTORY.
      *----Mesmo layout do REG-HISTORICO de IMC.cbl
       01  REG-HISTORICO.
           03 HIST-KEY.
               05 HK-PAC-ID PIC 9(6).
               05 HK-DATA PIC 9(8).
               05 HK-HORA PIC 9(6).
           03 FILLER PIC X(12).
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
       FD  MOV-HISTORICO.
       01  REG-MOV-HISTORICO PIC X(193).
       FD  MOVIMENTOS.
      *----Mesmo layout de Clientes.cbl
       01  REG-MOVIMENTO.
      *----I-inclusao, U-alteracao, D-exclusao
           03 MOV-ACAO PIC X(1).
           03 MOV-NUMERO PIC 9(6).
           03 MOV-DATA-HORA.
               05 MOV-DH-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 MOV-DH-HORA PIC 9(6).
           03 MOV-IMAGEM PIC X(171).
       COPY MovContaFD.
       COPY AuditJournalFD.
       COPY RunControleFD.
       FD  RELATORIO-RECUPERA.
       01  REG-RELATORIO PIC X(100).
       WORKING-STORAGE SECTION.
       01  FS-BACKUP PIC X(2).
       01  FS-MASTER PIC X(2).
       01  FS-MOVIMENTOS PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FIM-ARQUIVO PIC X.
      *----C-CLIENTES, P-PATIENTS, H-IMCHIST, A-ACCOUNTS
       01  ARQUIVO-ESCOLHIDO PIC X(1).
       01  NOME-MASTER PIC X(8).
       01  TEM-TRAILER PIC X.
       01  TRAILER-CONTROLE.
           03 TRC-QTD PIC 9(9).
           03 TRC-TOTAL PIC 9(12).
           03 TRC-DATA PIC 9(8).
           03 TRC-HORA PIC 9(6).
      *----Horario do backup e da mudanca, como AAAAMMDDHHMMSS, para
      *----comparar num campo so
       01  TS-BACKUP PIC 9(14).
       01  TS-MUDANCA PIC 9(14).
       01  TS-RODADA PIC 9(14).
       01  QTD-MUDANCAS PIC 9(6) VALUE 0.
       01  QTD-REAPLICADAS PIC 9(6) VALUE 0.
       01  QTD-NAO-REAPLICADAS PIC 9(6) VALUE 0.
       01  QTD-INCLUIDOS PIC 9(6) VALUE 0.
       01  QTD-EXCLUIDOS PIC 9(6) VALUE 0.
       01  QTD-DIVERGENCIAS PIC 9(3) VALUE 0.
      *----Figuras do master antes (= backup) e depois da reaplicacao
       01  QTD-REG-ANTES PIC 9(9).
       01  QTD-REG-DEPOIS PIC 9(9).
       01  QTD-REG-ESPERADO PIC 9(9).
       01  SOMA-DEBITO PIC 9(11)V9(2).
       01  SOMA-CREDITO PIC 9(11)V9(2).
       01  DEBITO-ANTES PIC 9(11)V9(2).
       01  CREDITO-ANTES PIC 9(11)V9(2).
       01  DEBITO-REAPLICADO PIC 9(11)V9(2) VALUE 0.
       01  CREDITO-REAPLICADO PIC 9(11)V9(2) VALUE 0.
       01  DEBITO-ESPERADO PIC 9(11)V9(2).
       01  CREDITO-ESPERADO PIC 9(11)V9(2).
      *----Saldos das contas que a baixa de perda reaplicada tirou do
      *----master, como o BaixaPerdas faz
       01  DEBITO-EXCLUIDO PIC 9(11)V9(2) VALUE 0.
       01  CREDITO-EXCLUIDO PIC 9(11)V9(2) VALUE 0.
      *----ACCOUNTS: lancamentos reaplicados por programa de origem,
      *----frente ao que as rodadas do programa declararam gravar no
      *----RUNCTL depois do backup
       01  QTD-PROGRAMAS PIC 9(2) VALUE 0.
       01  IDX-PROGRAMA PIC 9(2).
       01  TAB-PROGRAMAS.
           03 PROGRAMA-REAPLICADO OCCURS 20 TIMES.
               05 TP-PROGRAMA PIC X(20).
               05 TP-LANCAMENTOS PIC 9(6).
               05 TP-VALOR PIC 9(11)V9(2).
               05 TP-RODADAS PIC 9(3).
               05 TP-GRAVADOS PIC 9(6).
      *----Programas que mexem no master sem deixar mudanca que se
      *----possa reaplicar: o que fizeram depois do backup, achado no
      *----AUDITLOG ou no RUNCTL, vai para o relatorio
       01  TAB-SEM-LOG.
           03 FILLER PIC X(21) VALUE 'CCLIENTESMERGE'.
           03 FILLER PIC X(21) VALUE 'CLGPDAPAGA'.
           03 FILLER PIC X(21) VALUE 'CCEPREVALIDA'.
           03 FILLER PIC X(21) VALUE 'PPACIENTESMERGE'.
           03 FILLER PIC X(21) VALUE 'PLGPDAPAGA'.
           03 FILLER PIC X(21) VALUE 'PPACIENTEEXCLUSAO'.
           03 FILLER PIC X(21) VALUE 'PIMCBATCH'.
           03 FILLER PIC X(21) VALUE 'HPACIENTESMERGE'.
           03 FILLER PIC X(21) VALUE 'HVISITAFATURA'.
           03 FILLER PIC X(21) VALUE 'HIMCBATCH'.
           03 FILLER PIC X(21) VALUE 'HMESTRESARQUIVA'.
           03 FILLER PIC X(21) VALUE 'HMESTRESRESGATA'.
           03 FILLER PIC X(21) VALUE 'AMESTRESARQUIVA'.
           03 FILLER PIC X(21) VALUE 'AMESTRESRESGATA'.
           03 FILLER PIC X(21) VALUE 'AMOVCONTACONFERE'.
       01  TAB-SEM-LOG-R REDEFINES TAB-SEM-LOG.
           03 SEM-LOG OCCURS 15 TIMES.
               05 SL-MASTER PIC X(1).
               05 SL-PROGRAMA PIC X(20).
       01  IDX-SEM-LOG PIC 9(2).
       01  PROGRAMA-PROCURADO PIC X(20).
       01  ACHOU-SEM-LOG PIC X.
       01  LINHA-TEXTO PIC X(100).
       01  LINHA-MUDANCA.
           03 LM-ORIGEM PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LM-DATA PIC 9(8).
           03 FILLER PIC X(1) VALUE '-'.
           03 LM-HORA PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LM-CHAVE PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LM-ACAO PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LM-MOTIVO PIC X(33).
       01  LINHA-PROGRAMA.
           03 LP-PROGRAMA PIC X(20).
           03 FILLER PIC X(13) VALUE ' LANCAMENTOS '.
           03 LP-LANCAMENTOS PIC ZZZZZ9.
           03 FILLER PIC X(7) VALUE ' VALOR '.
           03 LP-VALOR PIC ZZZZZZZZZZ9.99.
           03 FILLER PIC X(9) VALUE ' RODADAS '.
           03 LP-RODADAS PIC ZZ9.
           03 FILLER PIC X(10) VALUE ' GRAVADOS '.
           03 LP-GRAVADOS PIC ZZZZZ9.
       01  LINHA-FIGURA.
           03 LF-ROTULO PIC X(30).
           03 LF-BACKUP PIC ZZZZZZZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LF-ESPERADO PIC ZZZZZZZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LF-RECUPERADO PIC ZZZZZZZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LF-RESULTADO PIC X(14).
       PROCEDURE DIVISION.
           DISPLAY 'Recuperar qual master? C-CLIENTES P-PATIENTS '
               'H-IMCHIST A-ACCOUNTS: '
           ACCEPT ARQUIVO-ESCOLHIDO
           EVALUATE ARQUIVO-ESCOLHIDO
               WHEN 'C'
                   MOVE 'CLIENTES' TO NOME-MASTER
               WHEN 'P'
                   MOVE 'PATIENTS' TO NOME-MASTER
               WHEN 'H'
                   MOVE 'IMCHIST' TO NOME-MASTER
               WHEN 'A'
                   MOVE 'ACCOUNTS' TO NOME-MASTER
               WHEN OTHER
                   DISPLAY 'Opcao invalida, nada recuperado'
                   STOP RUN
           END-EVALUATE
           PERFORM 1000-LER-TRAILER
           IF TEM-TRAILER = 'N' OR TRC-DATA NOT NUMERIC OR
                   TRC-DATA = 0
               DISPLAY 'BACKUP SEM TRAILER OU SEM HORARIO, RECUPERACAO '
                   'PARA A FRENTE IMPOSSIVEL'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE TS-BACKUP = TRC-DATA * 1000000 + TRC-HORA
           PERFORM 2000-FIGURAS-MASTER
           MOVE QTD-REG-DEPOIS TO QTD-REG-ANTES
           MOVE SOMA-DEBITO TO DEBITO-ANTES
           MOVE SOMA-CREDITO TO CREDITO-ANTES
           IF QTD-REG-ANTES NOT = TRC-QTD
               DISPLAY 'MASTER ' NOME-MASTER ' COM ' QTD-REG-ANTES
                   ' REGISTROS, BACKUP COM ' TRC-QTD
               DISPLAY 'RESTAURE O BACKUP ANTES DE RECUPERAR, NADA '
                   'REAPLICADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'RECUPERAMESTRES' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           OPEN OUTPUT RELATORIO-RECUPERA
           MOVE SPACES TO LINHA-TEXTO
           STRING 'RECUPERACAO PARA A FRENTE DO MASTER '
               DELIMITED BY SIZE
               NOME-MASTER DELIMITED BY SPACE
               ' - BACKUP DE ' DELIMITED BY SIZE
               TRC-DATA DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               TRC-HORA DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '== MUDANCAS NAO REAPLICADAS ==' TO REG-RELATORIO
           WRITE REG-RELATORIO
           EVALUATE ARQUIVO-ESCOLHIDO
               WHEN 'C'
                   PERFORM 3000-REAPLICAR-CLIENTES
               WHEN 'A'
                   PERFORM 4000-REAPLICAR-CONTAS
               WHEN OTHER
      *----O IMC online grava PATIENTS e IMCHIST sem log nenhum: o
      *----que foi digitado depois do backup so a recepcao refaz
                   MOVE SPACES TO LINHA-TEXTO
                   STRING 'IMC ONLINE NAO DEIXA LOG: REDIGITAR AS '
                       DELIMITED BY SIZE
                       'VISITAS LANCADAS DESDE ' DELIMITED BY SIZE
                       TRC-DATA DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       TRC-HORA DELIMITED BY SIZE
                       INTO LINHA-TEXTO
                   MOVE LINHA-TEXTO TO REG-RELATORIO
                   WRITE REG-RELATORIO
           END-EVALUATE
           PERFORM 5000-LISTAR-AUDITORIA
           PERFORM 6000-LER-RUNCTL
           PERFORM 2000-FIGURAS-MASTER
           PERFORM 7000-RELATAR-FIGURAS
           CLOSE RELATORIO-RECUPERA
           DISPLAY 'Mudancas posteriores ao backup: ' QTD-MUDANCAS
           DISPLAY 'Reaplicadas: ' QTD-REAPLICADAS
               ' nao reaplicadas: ' QTD-NAO-REAPLICADAS
           OPEN EXTEND RUN-CONTROLE
           MOVE QTD-MUDANCAS TO RUN-LIDOS
           MOVE QTD-REAPLICADAS TO RUN-GRAVADOS
           MOVE QTD-NAO-REAPLICADAS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           IF QTD-NAO-REAPLICADAS > 0 OR QTD-DIVERGENCIAS > 0
               MOVE 'AVISO' TO RUN-FINAL
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'OK' TO RUN-FINAL
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

       1000-LER-TRAILER.
           MOVE 'N' TO TEM-TRAILER
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT BACKUP-ENTRADA
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ BACKUP-ENTRADA
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF BKI-TIPO = 'T'
                           MOVE 'S' TO TEM-TRAILER
                           MOVE BKI-IMAGEM TO TRAILER-CONTROLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-ENTRADA.

      *----Conta os registros do master e, no ACCOUNTS, soma debitos
      *----e creditos; deixa o resultado em QTD-REG-DEPOIS
       2000-FIGURAS-MASTER.
           MOVE 0 TO QTD-REG-DEPOIS
           MOVE 0 TO SOMA-DEBITO
           MOVE 0 TO SOMA-CREDITO
           MOVE 'N' TO FIM-ARQUIVO
           EVALUATE ARQUIVO-ESCOLHIDO
               WHEN 'C' OPEN INPUT CLIENTES
               WHEN 'P' OPEN INPUT PATIENTS
               WHEN 'H' OPEN INPUT IMC-HISTORY
               WHEN 'A' OPEN INPUT ACCOUNTS
           END-EVALUATE
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               PERFORM 2100-CONTAR-REGISTRO
           END-PERFORM
           EVALUATE ARQUIVO-ESCOLHIDO
               WHEN 'C' CLOSE CLIENTES
               WHEN 'P' CLOSE PATIENTS
               WHEN 'H' CLOSE IMC-HISTORY
               WHEN 'A' CLOSE ACCOUNTS
           END-EVALUATE.

       2100-CONTAR-REGISTRO.
           EVALUATE ARQUIVO-ESCOLHIDO
               WHEN 'C'
                   READ CLIENTES NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO QTD-REG-DEPOIS
                   END-READ
               WHEN 'P'
                   READ PATIENTS NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO QTD-REG-DEPOIS
                   END-READ
               WHEN 'H'
                   READ IMC-HISTORY NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO QTD-REG-DEPOIS
                   END-READ
               WHEN 'A'
                   READ ACCOUNTS NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO QTD-REG-DEPOIS
                           ADD CTA-DEBITO TO SOMA-DEBITO
                           ADD CTA-CREDITO TO SOMA-CREDITO
                   END-READ
           END-EVALUATE.

      *----CLIENTES: historico CLIMOVHS e depois a fila CLIMOV, na
      *----ordem em que foram gravados; cada imagem posterior ao
      *----backup substitui o registro do master
       3000-REAPLICAR-CLIENTES.
           OPEN I-O CLIENTES
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT MOV-HISTORICO
           IF FS-MOVIMENTOS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ MOV-HISTORICO
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       MOVE REG-MOV-HISTORICO TO REG-MOVIMENTO
                       PERFORM 3100-AVALIAR-MOVIMENTO
               END-READ
           END-PERFORM
           CLOSE MOV-HISTORICO
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT MOVIMENTOS
           IF FS-MOVIMENTOS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ MOVIMENTOS
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       PERFORM 3100-AVALIAR-MOVIMENTO
               END-READ
           END-PERFORM
           CLOSE MOVIMENTOS
           CLOSE CLIENTES.

       3100-AVALIAR-MOVIMENTO.
           IF MOV-DH-DATA IS NUMERIC AND MOV-DH-HORA IS NUMERIC
               COMPUTE TS-MUDANCA = MOV-DH-DATA * 1000000
                   + MOV-DH-HORA
               IF TS-MUDANCA > TS-BACKUP
                   ADD 1 TO QTD-MUDANCAS
                   PERFORM 3200-REAPLICAR-MOVIMENTO
               END-IF
           END-IF.

       3200-REAPLICAR-MOVIMENTO.
           MOVE 'CLIMOV' TO LM-ORIGEM
           MOVE MOV-DH-DATA TO LM-DATA
           MOVE MOV-DH-HORA TO LM-HORA
           MOVE MOV-NUMERO TO LM-CHAVE
           MOVE MOV-ACAO TO LM-ACAO
           MOVE MOV-NUMERO TO CLI-NUMERO
           EVALUATE TRUE
               WHEN MOV-ACAO = 'D'
                   READ CLIENTES KEY IS CLI-NUMERO
                       INVALID KEY
                           ADD 1 TO QTD-REAPLICADAS
                       NOT INVALID KEY
                           DELETE CLIENTES RECORD
                           ADD 1 TO QTD-REAPLICADAS
                           ADD 1 TO QTD-EXCLUIDOS
                   END-READ
               WHEN MOV-ACAO NOT = 'I' AND MOV-ACAO NOT = 'U'
                   MOVE 'ACAO DESCONHECIDA NA FILA' TO LM-MOTIVO
                   PERFORM 8000-RELATAR-MUDANCA
      *----Fila gravada antes de a imagem existir na linha
               WHEN MOV-IMAGEM = SPACES
                   MOVE 'LINHA SEM IMAGEM DO REGISTRO' TO LM-MOTIVO
                   PERFORM 8000-RELATAR-MUDANCA
               WHEN OTHER
                   READ CLIENTES KEY IS CLI-NUMERO
                       INVALID KEY
                           MOVE MOV-IMAGEM TO REG-CLIENTE
                           WRITE REG-CLIENTE
                           ADD 1 TO QTD-INCLUIDOS
                       NOT INVALID KEY
                           MOVE MOV-IMAGEM TO REG-CLIENTE
                           REWRITE REG-CLIENTE
                   END-READ
                   IF FS-MASTER = '00'
                       ADD 1 TO QTD-REAPLICADAS
                   ELSE
                       MOVE 'GRAVACAO RECUSADA, STATUS ' TO LM-MOTIVO
                       MOVE FS-MASTER TO LM-MOTIVO(27:2)
                       PERFORM 8000-RELATAR-MUDANCA
                   END-IF
           END-EVALUATE.

      *----ACCOUNTS: cada lancamento do razao gravado depois do
      *----backup (data e hora do lancamento, nao a data do evento,
      *----que pode ser retroativa) volta a somar no debito ou no
      *----credito da conta. Os de abertura (AB) so registram no
      *----razao um saldo que o master ja tinha, e nao se somam de
      *----novo. A baixa de perda (BP) tambem exclui a conta
       4000-REAPLICAR-CONTAS.
           OPEN I-O ACCOUNTS
           OPEN INPUT MOV-CONTA
           MOVE 'N' TO FIM-ARQUIVO
           IF FS-MOVCONTA NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ MOV-CONTA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       COMPUTE TS-MUDANCA =
                           MVC-DATA-LANCAMENTO * 1000000 + MVC-HORA
                       IF TS-MUDANCA > TS-BACKUP AND
                               NOT MVC-ABERTURA
                           ADD 1 TO QTD-MUDANCAS
                           PERFORM 4100-REAPLICAR-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOV-CONTA
           CLOSE ACCOUNTS.

       4100-REAPLICAR-LANCAMENTO.
           MOVE MVC-CTA-ID TO CTA-ID
           READ ACCOUNTS KEY IS CTA-ID
               INVALID KEY
                   MOVE 'MOVCONTA' TO LM-ORIGEM
                   MOVE MVC-DATA-LANCAMENTO TO LM-DATA
                   MOVE MVC-HORA TO LM-HORA
                   MOVE MVC-CHAVE TO LM-CHAVE
                   MOVE MVC-PROGRAMA TO LM-ACAO
                   MOVE 'CONTA AUSENTE NO MASTER' TO LM-MOTIVO
                   PERFORM 8000-RELATAR-MUDANCA
               NOT INVALID KEY
                   IF MVC-DEBITO
                       ADD MVC-VALOR TO CTA-DEBITO
                       ADD MVC-VALOR TO DEBITO-REAPLICADO
                   ELSE
                       ADD MVC-VALOR TO CTA-CREDITO
                       ADD MVC-VALOR TO CREDITO-REAPLICADO
                   END-IF
                   IF MVC-BAIXA-PERDA
                       PERFORM 4150-EXCLUIR-CONTA-BAIXADA
                   ELSE
                       REWRITE REG-CONTA
                   END-IF
                   ADD 1 TO QTD-REAPLICADAS
                   PERFORM 4200-SOMAR-PROGRAMA
           END-READ.

      *----Conta baixada como perda sai do ACCOUNTS (fica so no
      *----LOSSES), como no BaixaPerdas; a exclusao vai para o
      *----relatorio para a operacao saber por que a conta sumiu
       4150-EXCLUIR-CONTA-BAIXADA.
           ADD CTA-DEBITO TO DEBITO-EXCLUIDO
           ADD CTA-CREDITO TO CREDITO-EXCLUIDO
           DELETE ACCOUNTS RECORD
           ADD 1 TO QTD-EXCLUIDOS
           MOVE 'MOVCONTA' TO LM-ORIGEM
           MOVE MVC-DATA-LANCAMENTO TO LM-DATA
           MOVE MVC-HORA TO LM-HORA
           MOVE MVC-CHAVE TO LM-CHAVE
           MOVE MVC-PROGRAMA TO LM-ACAO
           MOVE 'REAPLICADA: CONTA EXCLUIDA PERDA' TO LM-MOTIVO
           MOVE LINHA-MUDANCA TO REG-RELATORIO
           WRITE REG-RELATORIO.

       4200-SOMAR-PROGRAMA.
           PERFORM VARYING IDX-PROGRAMA FROM 1 BY 1
                   UNTIL IDX-PROGRAMA > QTD-PROGRAMAS OR
                         TP-PROGRAMA(IDX-PROGRAMA) = MVC-PROGRAMA
               CONTINUE
           END-PERFORM
           IF IDX-PROGRAMA > QTD-PROGRAMAS AND QTD-PROGRAMAS < 20
               ADD 1 TO QTD-PROGRAMAS
               MOVE QTD-PROGRAMAS TO IDX-PROGRAMA
               MOVE MVC-PROGRAMA TO TP-PROGRAMA(IDX-PROGRAMA)
               MOVE 0 TO TP-LANCAMENTOS(IDX-PROGRAMA)
               MOVE 0 TO TP-VALOR(IDX-PROGRAMA)
               MOVE 0 TO TP-RODADAS(IDX-PROGRAMA)
               MOVE 0 TO TP-GRAVADOS(IDX-PROGRAMA)
           END-IF
           IF IDX-PROGRAMA NOT > QTD-PROGRAMAS
               ADD 1 TO TP-LANCAMENTOS(IDX-PROGRAMA)
               ADD MVC-VALOR TO TP-VALOR(IDX-PROGRAMA)
           END-IF.

      *----Journal: o que os programas sem log reaplicavel fizeram
      *----neste master depois do backup
       5000-LISTAR-AUDITORIA.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT AUDIT-JOURNAL
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ AUDIT-JOURNAL
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       PERFORM 5100-AVALIAR-AUDITORIA
               END-READ
           END-PERFORM
           CLOSE AUDIT-JOURNAL.

       5100-AVALIAR-AUDITORIA.
           COMPUTE TS-MUDANCA = AUDIT-DH-DATA * 1000000
               + AUDIT-DH-HORA
           IF TS-MUDANCA > TS-BACKUP
               MOVE AUDIT-PROGRAMA TO PROGRAMA-PROCURADO
               PERFORM 5200-PROCURAR-SEM-LOG
               IF ACHOU-SEM-LOG = 'S'
                   ADD 1 TO QTD-MUDANCAS
                   MOVE 'AUDITLOG' TO LM-ORIGEM
                   MOVE AUDIT-DH-DATA TO LM-DATA
                   MOVE AUDIT-DH-HORA TO LM-HORA
                   MOVE AUDIT-PROGRAMA TO LM-CHAVE
                   MOVE AUDIT-ACAO TO LM-ACAO
                   MOVE AUDIT-VALOR-ANTES TO LM-MOTIVO
                   PERFORM 8000-RELATAR-MUDANCA
               END-IF
           END-IF.

       5200-PROCURAR-SEM-LOG.
           MOVE 'N' TO ACHOU-SEM-LOG
           PERFORM VARYING IDX-SEM-LOG FROM 1 BY 1
                   UNTIL IDX-SEM-LOG > 15
               IF SL-MASTER(IDX-SEM-LOG) = ARQUIVO-ESCOLHIDO AND
                       SL-PROGRAMA(IDX-SEM-LOG) = PROGRAMA-PROCURADO
                   MOVE 'S' TO ACHOU-SEM-LOG
               END-IF
           END-PERFORM.

      *----RUNCTL: rodadas encerradas depois do backup. As que
      *----lancaram no razao somam o que declararam gravar; as de
      *----programa sem log reaplicavel vao para o relatorio
       6000-LER-RUNCTL.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT RUN-CONTROLE
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ RUN-CONTROLE
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF RUN-EVENTO = 'F'
                           COMPUTE TS-RODADA = RUN-DATA * 1000000
                               + RUN-HORA
                           IF TS-RODADA > TS-BACKUP
                               PERFORM 6100-AVALIAR-RODADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROLE.

       6100-AVALIAR-RODADA.
           PERFORM VARYING IDX-PROGRAMA FROM 1 BY 1
                   UNTIL IDX-PROGRAMA > QTD-PROGRAMAS OR
                         TP-PROGRAMA(IDX-PROGRAMA) = RUN-PROGRAMA
               CONTINUE
           END-PERFORM
           IF IDX-PROGRAMA NOT > QTD-PROGRAMAS
               ADD 1 TO TP-RODADAS(IDX-PROGRAMA)
               ADD RUN-GRAVADOS TO TP-GRAVADOS(IDX-PROGRAMA)
           END-IF
           MOVE RUN-PROGRAMA TO PROGRAMA-PROCURADO
           PERFORM 5200-PROCURAR-SEM-LOG
           IF ACHOU-SEM-LOG = 'S'
               ADD 1 TO QTD-MUDANCAS
               MOVE 'RUNCTL' TO LM-ORIGEM
               MOVE RUN-DATA TO LM-DATA
               MOVE RUN-HORA TO LM-HORA
               MOVE RUN-PROGRAMA TO LM-CHAVE
               MOVE 'RODADA' TO LM-ACAO
               MOVE SPACES TO LM-MOTIVO
               STRING 'GRAVADOS ' DELIMITED BY SIZE
                   RUN-GRAVADOS DELIMITED BY SIZE
                   ' FINAL ' DELIMITED BY SIZE
                   RUN-FINAL DELIMITED BY SPACE
                   INTO LM-MOTIVO
               PERFORM 8000-RELATAR-MUDANCA
           END-IF.

      *----Figuras do master: backup, esperado (backup mais o que foi
      *----reaplicado, menos as contas baixadas como perda) e
      *----recuperado. No ACCOUNTS, os lancamentos de
      *----cada programa frente ao que as rodadas dele declararam no
      *----RUNCTL antes da falha
       7000-RELATAR-FIGURAS.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '== FIGURAS DO MASTER: BACKUP / ESPERADO / RECUPERADO'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           COMPUTE QTD-REG-ESPERADO = QTD-REG-ANTES + QTD-INCLUIDOS
               - QTD-EXCLUIDOS
           MOVE 'REGISTROS' TO LF-ROTULO
           MOVE QTD-REG-ANTES TO LF-BACKUP
           MOVE QTD-REG-ESPERADO TO LF-ESPERADO
           MOVE QTD-REG-DEPOIS TO LF-RECUPERADO
           IF QTD-REG-DEPOIS = QTD-REG-ESPERADO
               MOVE 'CONFERE' TO LF-RESULTADO
           ELSE
               MOVE '** DIVERGE **' TO LF-RESULTADO
               ADD 1 TO QTD-DIVERGENCIAS
           END-IF
           MOVE LINHA-FIGURA TO REG-RELATORIO
           WRITE REG-RELATORIO
           IF ARQUIVO-ESCOLHIDO = 'A'
               COMPUTE DEBITO-ESPERADO = DEBITO-ANTES
                   + DEBITO-REAPLICADO - DEBITO-EXCLUIDO
               COMPUTE CREDITO-ESPERADO = CREDITO-ANTES
                   + CREDITO-REAPLICADO - CREDITO-EXCLUIDO
               MOVE 'TOTAL DEBITO' TO LF-ROTULO
               MOVE DEBITO-ANTES TO LF-BACKUP
               MOVE DEBITO-ESPERADO TO LF-ESPERADO
               MOVE SOMA-DEBITO TO LF-RECUPERADO
               IF SOMA-DEBITO = DEBITO-ESPERADO
                   MOVE 'CONFERE' TO LF-RESULTADO
               ELSE
                   MOVE '** DIVERGE **' TO LF-RESULTADO
                   ADD 1 TO QTD-DIVERGENCIAS
               END-IF
               MOVE LINHA-FIGURA TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE 'TOTAL CREDITO' TO LF-ROTULO
               MOVE CREDITO-ANTES TO LF-BACKUP
               MOVE CREDITO-ESPERADO TO LF-ESPERADO
               MOVE SOMA-CREDITO TO LF-RECUPERADO
               IF SOMA-CREDITO = CREDITO-ESPERADO
                   MOVE 'CONFERE' TO LF-RESULTADO
               ELSE
                   MOVE '** DIVERGE **' TO LF-RESULTADO
                   ADD 1 TO QTD-DIVERGENCIAS
               END-IF
               MOVE LINHA-FIGURA TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE '== LANCAMENTOS REAPLICADOS x RODADAS NO RUNCTL'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM VARYING IDX-PROGRAMA FROM 1 BY 1
                       UNTIL IDX-PROGRAMA > QTD-PROGRAMAS
                   MOVE TP-PROGRAMA(IDX-PROGRAMA) TO LP-PROGRAMA
                   MOVE TP-LANCAMENTOS(IDX-PROGRAMA)
                       TO LP-LANCAMENTOS
                   MOVE TP-VALOR(IDX-PROGRAMA) TO LP-VALOR
                   MOVE TP-RODADAS(IDX-PROGRAMA) TO LP-RODADAS
                   MOVE TP-GRAVADOS(IDX-PROGRAMA) TO LP-GRAVADOS
                   MOVE LINHA-PROGRAMA TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-PERFORM
           END-IF.

       8000-RELATAR-MUDANCA.
           ADD 1 TO QTD-NAO-REAPLICADAS
           MOVE LINHA-MUDANCA TO REG-RELATORIO
           WRITE REG-RELATORIO.

       COPY GravarRunControle.
       END PROGRAM RecuperaMestres.
