      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Arquivamento e expurgo dos registros encerrados dos
      *          masters indexados, que so cresciam: acordos quitados
      *          ou cancelados, boletos pagos, rejeitados ou
      *          expirados, contas de saldo zero, dias velhos da
      *          AGENDA e o IMCHIST de paciente sem visita ha uma
      *          decada. A retencao de cada master vem da tabela
      *          abaixo, sobreposta pelo arquivo central de parametros
      *          (ARQUIVAMENTO/MESES-xxxx). Os registros vencidos vao
      *          para o arquivo morto datado ARQMORTO (geracao do
      *          JCL), com trailer de contagem e total de controle por
      *          master; o arquivo morto e relido e conferido e so
      *          entao os registros saem dos masters - qualquer
      *          divergencia deixa todos os masters intocados. Uma
      *          linha por master vai para o livro ARQLIVRO. O
      *          paciente que teve o IMCHIST expurgado fica com o
      *          cache PAC-HISTORICO do PATIENTS zerado, como o
      *          historico online que restou. A volta
      *          sob demanda e o MestresResgata.cbl; os logs continuam
      *          com o LogArquiva.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MestresArquiva.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-CTA-ID
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL BOLETOS ASSIGN TO "BOLETOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-NUMERO
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL MANDATOS ASSIGN TO "MANDATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-CTA-ID
               FILE STATUS IS FS-MANDATOS.
           SELECT OPTIONAL AGENDA ASSIGN TO "AGENDA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL IMC-HISTORY ASSIGN TO "IMCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS FS-MASTER.
      *----Cadastro do paciente, so para zerar o cache de visitas
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
      *----Arquivo morto da rodada; o JCL aponta para a geracao nova
           SELECT ARQUIVO-MORTO ASSIGN TO "ARQMORTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MORTO.
      *----Livro do arquivamento: uma linha por master por rodada,
      *----acumulado entre as rodadas como o RETLEDGER dos logs
           SELECT OPTIONAL LIVRO-ARQUIVO ASSIGN TO "ARQLIVRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIVRO.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ACORDOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAcordo.
       FD  BOLETOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegBoleto.
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
       FD  MANDATOS.
      *----Mesmo layout do REG-MANDATO de MandatoManutencao.cbl
       01  REG-MANDATO.
           03 MDT-CTA-ID PIC 9(6).
           03 MDT-CLIENTE PIC 9(6).
           03 MDT-BANCO PIC 9(3).
           03 MDT-AGENCIA PIC 9(4).
           03 MDT-CONTA-BANCO PIC X(12).
           03 MDT-DATA-INICIO PIC 9(8).
           03 MDT-STATUS PIC X(1).
               88 MDT-ATIVO VALUE 'A'.
               88 MDT-CANCELADO VALUE 'C'.
       FD  AGENDA.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAgenda.
       FD  IMC-HISTORY.
      *----Mesmo layout do REG-HISTORICO de IMC.cbl
       01  REG-HISTORICO.
           03 HIST-KEY.
               05 HK-PAC-ID PIC 9(6).
               05 HK-DATA PIC 9(8).
               05 HK-HORA PIC 9(6).
           03 FILLER PIC X(12).
       FD  PATIENTS.
      *----Mesmo layout do REG-PACIENTE de IMC.cbl; daqui so se mexe
      *----na quantidade e nos slots do cache de visitas
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 FILLER PIC X(106).
           03 PAC-QTD-HISTORICO PIC 9(1).
           03 PAC-HISTORICO PIC X(100).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  ARQUIVO-MORTO.
       COPY RegArquivoMorto.
       FD  LIVRO-ARQUIVO.
       01  REG-LIVRO-ARQUIVO.
           03 LIV-MASTER PIC X(8).
           03 FILLER PIC X(2).
           03 LIV-DATA PIC 9(8).
           03 FILLER PIC X(2).
           03 LIV-MESES PIC 9(3).
           03 FILLER PIC X(2).
           03 LIV-CORTE PIC 9(8).
           03 FILLER PIC X(2).
           03 LIV-ARQUIVADOS PIC 9(9).
           03 FILLER PIC X(2).
           03 LIV-TOTAL PIC 9(12).
           03 FILLER PIC X(2).
           03 LIV-EXPURGADOS PIC 9(9).
           03 FILLER PIC X(2).
           03 LIV-RESULTADO PIC X(12).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-MASTER PIC X(2).
       01  FS-MANDATOS PIC X(2).
       01  FS-MORTO PIC X(2).
       01  FS-PATIENTS PIC X(2).
       01  FS-LIVRO PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  DATA-HOJE PIC 9(8).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           03 DH-ANO PIC 9(4).
           03 DH-MES PIC 9(2).
           03 DH-DIA PIC 9(2).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
      *----Data de corte de cada master: hoje menos a retencao, pela
      *----aritmetica de meses (ano * 12 + mes) do ContasAtraso
       01  MESES-TOTAIS PIC 9(7).
       01  DATA-CORTE PIC 9(8).
       01  DATA-CORTE-R REDEFINES DATA-CORTE.
           03 DC-ANO PIC 9(4).
           03 DC-MES PIC 9(2).
           03 DC-DIA PIC 9(2).
      *----Tabela de retencao, na ordem do arquivamento: nome DD do
      *----master (tambem o nome da tranca), parametro que sobrepoe
      *----o padrao e meses de retencao padrao. Os acordos e os
      *----boletos vem antes das contas, que so saem sem acordo nem
      *----mandato ativo pendurado
       01  TAB-RETENCAO.
           03 FILLER PIC X(8) VALUE 'ACORDOS'.
           03 FILLER PIC X(12) VALUE 'MESES-ACORDO'.
           03 FILLER PIC 9(3) VALUE 060.
           03 FILLER PIC X(8) VALUE 'BOLETOS'.
           03 FILLER PIC X(12) VALUE 'MESES-BOLETO'.
           03 FILLER PIC 9(3) VALUE 024.
           03 FILLER PIC X(8) VALUE 'ACCOUNTS'.
           03 FILLER PIC X(12) VALUE 'MESES-CONTA'.
           03 FILLER PIC 9(3) VALUE 060.
           03 FILLER PIC X(8) VALUE 'AGENDA'.
           03 FILLER PIC X(12) VALUE 'MESES-AGENDA'.
           03 FILLER PIC 9(3) VALUE 024.
           03 FILLER PIC X(8) VALUE 'IMCHIST'.
           03 FILLER PIC X(12) VALUE 'MESES-IMCHIS'.
           03 FILLER PIC 9(3) VALUE 120.
       01  TAB-RETENCAO-R REDEFINES TAB-RETENCAO.
           03 RETENCAO-MASTER OCCURS 5 TIMES.
               05 RET-MASTER PIC X(8).
               05 RET-PARAMETRO PIC X(12).
               05 RET-MESES PIC 9(3).
      *----Contagens de cada master: na selecao (o que saiu para o
      *----arquivo morto), na releitura e no trailer (que precisam
      *----bater) e no expurgo
       01  TAB-CONTROLE.
           03 CONTROLE-MASTER OCCURS 5 TIMES.
               05 CTL-CORTE PIC 9(8).
               05 CTL-LIDOS PIC 9(9).
               05 CTL-ARQUIVADOS PIC 9(9).
               05 CTL-TOTAL PIC 9(12).
               05 CTL-RELIDOS PIC 9(9).
               05 CTL-TOTAL-RELIDO PIC 9(12).
               05 CTL-QTD-TRAILER PIC 9(9).
               05 CTL-TOTAL-TRAILER PIC 9(12).
               05 CTL-EXPURGADOS PIC 9(9).
               05 CTL-NAO-ACHADOS PIC 9(9).
       01  IDX-MASTER PIC 9(1).
       01  MASTER-ATUAL PIC 9(1).
       01  QTD-FALHAS PIC 9(1) VALUE 0.
       01  QTD-LIDOS PIC 9(9) VALUE 0.
       01  QTD-ARQUIVADOS PIC 9(9) VALUE 0.
       01  QTD-EXPURGADOS PIC 9(9) VALUE 0.
      *----Titular do registro que vai para o arquivo morto
       01  TITULAR-TIPO PIC X(1).
       01  TITULAR-NUMERO PIC 9(6).
       01  ACORDO-VENCIDO PIC X.
       01  CONTA-PRESA PIC X.
      *----IMCHIST: paciente em exame e o proximo a procurar
       01  PAC-GRUPO PIC 9(6).
       01  PAC-PROXIMO PIC 9(6).
       01  PACIENTE-ATIVO PIC X.
       01  FIM-GRUPO PIC X.
       01  QTD-CACHES-ZERADOS PIC 9(6) VALUE 0.
       01  LINHA-MASTER.
           03 LM-NOME PIC X(8).
           03 FILLER PIC X(8) VALUE '  CORTE '.
           03 LM-CORTE PIC 9(8).
           03 FILLER PIC X(13) VALUE '  ARQUIVADOS '.
           03 LM-ARQUIVADOS PIC ZZZZZZZZ9.
           03 FILLER PIC X(13) VALUE '  EXPURGADOS '.
           03 LM-EXPURGADOS PIC ZZZZZZZZ9.
      *----Tranca exclusiva pedida ao coordenador (TrancaArquivo)
      *----sobre os cinco masters da tabela de retencao: com alguem
      *----online dentro de um deles, a rodada aborta dizendo quem
      *----segura
       01  TRANCA-FUNCAO PIC 9.
       01  TRANCA-ARQUIVO PIC X(8).
       01  TRANCA-SESSAO PIC X(10).
       01  TRANCA-RETORNO PIC 9(2).
       01  TRANCA-DETENTOR PIC X(10).
       01  TRANCA-NEGADA PIC X.
       PROCEDURE DIVISION.
           ACCEPT TRANCA-SESSAO FROM ENVIRONMENT 'USER'
           MOVE 'N' TO TRANCA-NEGADA
           PERFORM VARYING IDX-MASTER FROM 1 BY 1
                   UNTIL IDX-MASTER > 5
               MOVE 3 TO TRANCA-FUNCAO
               MOVE RET-MASTER(IDX-MASTER) TO TRANCA-ARQUIVO
               CALL 'TrancaArquivo' USING TRANCA-FUNCAO
                   TRANCA-ARQUIVO TRANCA-SESSAO TRANCA-RETORNO
                   TRANCA-DETENTOR
               IF TRANCA-RETORNO = 10
                   MOVE 'S' TO TRANCA-NEGADA
                   DISPLAY 'ARQUIVO ' TRANCA-ARQUIVO ' EM USO POR '
                       TRANCA-DETENTOR ', ARQUIVAMENTO ABORTADO - '
                       'PECA O LOGOFF'
               END-IF
           END-PERFORM
      *----PATIENTS tambem, pelo cache de visitas zerado no expurgo
           MOVE 3 TO TRANCA-FUNCAO
           MOVE 'PATIENTS' TO TRANCA-ARQUIVO
           CALL 'TrancaArquivo' USING TRANCA-FUNCAO
               TRANCA-ARQUIVO TRANCA-SESSAO TRANCA-RETORNO
               TRANCA-DETENTOR
           IF TRANCA-RETORNO = 10
               MOVE 'S' TO TRANCA-NEGADA
               DISPLAY 'ARQUIVO ' TRANCA-ARQUIVO ' EM USO POR '
                   TRANCA-DETENTOR ', ARQUIVAMENTO ABORTADO - '
                   'PECA O LOGOFF'
           END-IF
           IF TRANCA-NEGADA = 'S'
               PERFORM 9000-LIBERAR-TRANCAS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           PERFORM 0100-CALCULAR-CORTES
           OPEN EXTEND RUN-CONTROLE
           MOVE 'MESTRESARQUIVA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN I-O ACORDOS
           OPEN I-O BOLETOS
           OPEN I-O ACCOUNTS
           OPEN INPUT MANDATOS
           OPEN I-O AGENDA
           OPEN I-O IMC-HISTORY
           OPEN I-O PATIENTS
           OPEN OUTPUT ARQUIVO-MORTO
           PERFORM 1000-SELECIONAR-ACORDOS
           PERFORM 2000-SELECIONAR-BOLETOS
           PERFORM 3000-SELECIONAR-CONTAS
           PERFORM 4000-SELECIONAR-AGENDA
           PERFORM 5000-SELECIONAR-HISTORICO
           CLOSE ARQUIVO-MORTO
           PERFORM 6000-CONFERIR-ARQUIVO
      *----Arquivo morto que nao confere em qualquer master nao
      *----autoriza expurgo em nenhum: a conta so pode sair junto com
      *----os acordos que a prendiam
           IF QTD-FALHAS = 0
               PERFORM 7000-EXPURGAR-MASTERS
           ELSE
               DISPLAY 'ARQUIVO MORTO NAO CONFERE, MASTERS INTOCADOS'
           END-IF
           CLOSE ACORDOS
           CLOSE BOLETOS
           CLOSE ACCOUNTS
           CLOSE MANDATOS
           CLOSE AGENDA
           CLOSE IMC-HISTORY
           CLOSE PATIENTS
           PERFORM 8000-GRAVAR-LIVRO
           DISPLAY 'Caches de visitas zerados no PATIENTS: '
               QTD-CACHES-ZERADOS
           MOVE QTD-LIDOS TO RUN-LIDOS
           MOVE QTD-EXPURGADOS TO RUN-GRAVADOS
           MOVE QTD-FALHAS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           IF QTD-FALHAS > 0
               MOVE 'ERRO' TO RUN-FINAL
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'OK' TO RUN-FINAL
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           PERFORM 9000-LIBERAR-TRANCAS
           STOP RUN.

       0100-CALCULAR-CORTES.
           MOVE 'ARQUIVAMENTO' TO PARAM-PROGRAMA
           PERFORM VARYING IDX-MASTER FROM 1 BY 1
                   UNTIL IDX-MASTER > 5
               MOVE RET-PARAMETRO(IDX-MASTER) TO PARAM-NOME
               CALL 'ParametroVigente' USING PARAM-PROGRAMA
                   PARAM-NOME DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
               IF RETORNO-PARAMETRO = 00
                   COMPUTE RET-MESES(IDX-MASTER) =
                       FUNCTION NUMVAL(PARAM-VALOR)
               END-IF
               COMPUTE MESES-TOTAIS = DH-ANO * 12 + DH-MES - 1
                   - RET-MESES(IDX-MASTER)
               DIVIDE MESES-TOTAIS BY 12 GIVING DC-ANO
                   REMAINDER DC-MES
               ADD 1 TO DC-MES
               MOVE DH-DIA TO DC-DIA
               MOVE DATA-CORTE TO CTL-CORTE(IDX-MASTER)
               MOVE 0 TO CTL-LIDOS(IDX-MASTER)
               MOVE 0 TO CTL-ARQUIVADOS(IDX-MASTER)
               MOVE 0 TO CTL-TOTAL(IDX-MASTER)
               MOVE 0 TO CTL-RELIDOS(IDX-MASTER)
               MOVE 0 TO CTL-TOTAL-RELIDO(IDX-MASTER)
               MOVE 0 TO CTL-QTD-TRAILER(IDX-MASTER)
               MOVE 0 TO CTL-TOTAL-TRAILER(IDX-MASTER)
               MOVE 0 TO CTL-EXPURGADOS(IDX-MASTER)
               MOVE 0 TO CTL-NAO-ACHADOS(IDX-MASTER)
           END-PERFORM.

      *----Acordo quitado ou cancelado registrado antes do corte
       1000-SELECIONAR-ACORDOS.
           MOVE 1 TO MASTER-ATUAL
           MOVE 'N' TO FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ACORDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO CTL-LIDOS(1)
                       PERFORM 1100-AVALIAR-ACORDO
                       IF ACORDO-VENCIDO = 'S'
                           MOVE ACD-CTA-ID TO CTA-ID
                           PERFORM 1200-CLIENTE-DA-CONTA
                           MOVE REG-ACORDO TO ARM-IMAGEM
                           PERFORM 1900-GRAVAR-ARQUIVADO
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 1950-GRAVAR-TRAILER.

      *----Tambem usado pelas contas, para saber se o acordo que as
      *----prende sai nesta mesma rodada
       1100-AVALIAR-ACORDO.
           IF (ACD-QUITADO OR ACD-CANCELADO) AND
                   ACD-DATA-REGISTRO < CTL-CORTE(1)
               MOVE 'S' TO ACORDO-VENCIDO
           ELSE
               MOVE 'N' TO ACORDO-VENCIDO
           END-IF.

      *----Titular do acordo e do boleto e o cliente dono da conta
       1200-CLIENTE-DA-CONTA.
           MOVE 'C' TO TITULAR-TIPO
           READ ACCOUNTS KEY IS CTA-ID
               INVALID KEY
                   MOVE 0 TO TITULAR-NUMERO
               NOT INVALID KEY
                   MOVE CTA-CLIENTE TO TITULAR-NUMERO
           END-READ.

       1900-GRAVAR-ARQUIVADO.
           MOVE 'D' TO ARM-TIPO
           MOVE RET-MASTER(MASTER-ATUAL) TO ARM-MASTER
           MOVE DATA-HOJE TO ARM-DATA-ARQUIVO
           MOVE TITULAR-TIPO TO ARM-TITULAR-TIPO
           MOVE TITULAR-NUMERO TO ARM-TITULAR
           WRITE REG-ARQUIVO-MORTO
           ADD 1 TO CTL-ARQUIVADOS(MASTER-ATUAL)
           ADD TITULAR-NUMERO TO CTL-TOTAL(MASTER-ATUAL).

       1950-GRAVAR-TRAILER.
           MOVE SPACES TO REG-ARQUIVO-MORTO
           MOVE 'T' TO ARM-TIPO
           MOVE RET-MASTER(MASTER-ATUAL) TO ARM-MASTER
           MOVE DATA-HOJE TO ARM-DATA-ARQUIVO
           MOVE SPACES TO ARM-TITULAR-TIPO
           MOVE 0 TO ARM-TITULAR
           MOVE CTL-ARQUIVADOS(MASTER-ATUAL) TO ARM-QTD
           MOVE CTL-TOTAL(MASTER-ATUAL) TO ARM-TOTAL
           WRITE REG-ARQUIVO-MORTO
           ADD CTL-LIDOS(MASTER-ATUAL) TO QTD-LIDOS
           ADD CTL-ARQUIVADOS(MASTER-ATUAL) TO QTD-ARQUIVADOS.

      *----Boleto encerrado (pago, rejeitado ou expirado) vencido
      *----antes do corte; emitido e registrado continuam vivos
       2000-SELECIONAR-BOLETOS.
           MOVE 2 TO MASTER-ATUAL
           MOVE 'N' TO FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ BOLETOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO CTL-LIDOS(2)
                       IF (BOL-PAGO OR BOL-REJEITADO OR
                               BOL-EXPIRADO) AND
                               BOL-VENCIMENTO < CTL-CORTE(2)
                           MOVE BOL-CTA-ID TO CTA-ID
                           PERFORM 1200-CLIENTE-DA-CONTA
                           MOVE REG-BOLETO TO ARM-IMAGEM
                           PERFORM 1900-GRAVAR-ARQUIVADO
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 1950-GRAVAR-TRAILER.

      *----Conta de saldo zero vencida antes do corte. Acordo que
      *----fica no master ou mandato de debito ativo prendem a conta
      *----online, senao o acordo ficaria orfao
       3000-SELECIONAR-CONTAS.
           MOVE 3 TO MASTER-ATUAL
           MOVE 'N' TO FIM-ARQUIVO
           MOVE 0 TO CTA-ID
           START ACCOUNTS KEY IS NOT LESS THAN CTA-ID
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ACCOUNTS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO CTL-LIDOS(3)
                       IF CTA-DEBITO = CTA-CREDITO AND
                               CTA-VENCIMENTO < CTL-CORTE(3)
                           PERFORM 3100-VERIFICAR-PRESA
                           IF CONTA-PRESA = 'N'
                               MOVE 'C' TO TITULAR-TIPO
                               MOVE CTA-CLIENTE TO TITULAR-NUMERO
                               MOVE REG-CONTA TO ARM-IMAGEM
                               PERFORM 1900-GRAVAR-ARQUIVADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 1950-GRAVAR-TRAILER.

       3100-VERIFICAR-PRESA.
           MOVE 'N' TO CONTA-PRESA
           MOVE CTA-ID TO ACD-CTA-ID
           READ ACORDOS KEY IS ACD-CTA-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 1100-AVALIAR-ACORDO
                   IF ACORDO-VENCIDO = 'N'
                       MOVE 'S' TO CONTA-PRESA
                   END-IF
           END-READ
           MOVE CTA-ID TO MDT-CTA-ID
           READ MANDATOS KEY IS MDT-CTA-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MDT-ATIVO
                       MOVE 'S' TO CONTA-PRESA
                   END-IF
           END-READ.

      *----Dia da agenda anterior ao corte, qualquer situacao
       4000-SELECIONAR-AGENDA.
           MOVE 4 TO MASTER-ATUAL
           MOVE 'N' TO FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ AGENDA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO CTL-LIDOS(4)
      *----Chave em ordem de data: o primeiro dia depois do corte
      *----encerra a selecao
                       IF AGD-DATA < CTL-CORTE(4)
                           MOVE 'P' TO TITULAR-TIPO
                           MOVE AGD-PAC-ID TO TITULAR-NUMERO
                           MOVE REG-AGENDA TO ARM-IMAGEM
                           PERFORM 1900-GRAVAR-ARQUIVADO
                       ELSE
                           MOVE 'S' TO FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 1950-GRAVAR-TRAILER.

      *----Historico inteiro do paciente sem nenhuma visita depois do
      *----corte. Um paciente por vez, pela chave: um START no corte
      *----diz se ha visita recente; se nao ha, outro START no comeco
      *----do paciente percorre as visitas dele para o arquivo morto.
      *----Aqui os lidos contam pacientes examinados
       5000-SELECIONAR-HISTORICO.
           MOVE 5 TO MASTER-ATUAL
           MOVE 'N' TO FIM-ARQUIVO
           MOVE 0 TO PAC-PROXIMO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               PERFORM 5100-PROXIMO-PACIENTE
           END-PERFORM
           PERFORM 1950-GRAVAR-TRAILER.

       5100-PROXIMO-PACIENTE.
           MOVE PAC-PROXIMO TO HK-PAC-ID
           MOVE 0 TO HK-DATA
           MOVE 0 TO HK-HORA
           START IMC-HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           IF FIM-ARQUIVO = 'N'
               READ IMC-HISTORY NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
               END-READ
           END-IF
           IF FIM-ARQUIVO = 'N'
               MOVE HK-PAC-ID TO PAC-GRUPO
               ADD 1 TO CTL-LIDOS(5)
               PERFORM 5200-VERIFICAR-VISITA-RECENTE
               IF PACIENTE-ATIVO = 'N'
                   PERFORM 5300-ARQUIVAR-PACIENTE
               END-IF
               IF PAC-GRUPO = 999999
                   MOVE 'S' TO FIM-ARQUIVO
               ELSE
                   COMPUTE PAC-PROXIMO = PAC-GRUPO + 1
               END-IF
           END-IF.

       5200-VERIFICAR-VISITA-RECENTE.
           MOVE 'N' TO PACIENTE-ATIVO
           MOVE PAC-GRUPO TO HK-PAC-ID
           MOVE CTL-CORTE(5) TO HK-DATA
           MOVE 0 TO HK-HORA
           START IMC-HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ IMC-HISTORY NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HK-PAC-ID = PAC-GRUPO
                               MOVE 'S' TO PACIENTE-ATIVO
                           END-IF
                   END-READ
           END-START.

       5300-ARQUIVAR-PACIENTE.
           MOVE 'P' TO TITULAR-TIPO
           MOVE PAC-GRUPO TO TITULAR-NUMERO
           MOVE 'N' TO FIM-GRUPO
           MOVE PAC-GRUPO TO HK-PAC-ID
           MOVE 0 TO HK-DATA
           MOVE 0 TO HK-HORA
           START IMC-HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'S' TO FIM-GRUPO
           END-START
           PERFORM UNTIL FIM-GRUPO = 'S'
               READ IMC-HISTORY NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-GRUPO
                   NOT AT END
                       IF HK-PAC-ID = PAC-GRUPO
                           MOVE REG-HISTORICO TO ARM-IMAGEM
                           PERFORM 1900-GRAVAR-ARQUIVADO
                       ELSE
                           MOVE 'S' TO FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.

      *----Rele o arquivo morto recem-gravado: recontagem e re-soma
      *----de cada master precisam bater com o trailer e com o que
      *----saiu na selecao
       6000-CONFERIR-ARQUIVO.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT ARQUIVO-MORTO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQUIVO-MORTO
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       PERFORM 6100-SOMAR-RELIDO
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-MORTO
           PERFORM VARYING IDX-MASTER FROM 1 BY 1
                   UNTIL IDX-MASTER > 5
               IF CTL-RELIDOS(IDX-MASTER) NOT =
                       CTL-ARQUIVADOS(IDX-MASTER) OR
                       CTL-TOTAL-RELIDO(IDX-MASTER) NOT =
                       CTL-TOTAL(IDX-MASTER) OR
                       CTL-QTD-TRAILER(IDX-MASTER) NOT =
                       CTL-ARQUIVADOS(IDX-MASTER) OR
                       CTL-TOTAL-TRAILER(IDX-MASTER) NOT =
                       CTL-TOTAL(IDX-MASTER)
                   ADD 1 TO QTD-FALHAS
                   DISPLAY 'ARQUIVO MORTO NAO CONFERE NO MASTER '
                       RET-MASTER(IDX-MASTER)
               END-IF
           END-PERFORM.

       6100-SOMAR-RELIDO.
           PERFORM 6200-LOCALIZAR-MASTER
           IF IDX-MASTER > 5
               ADD 1 TO QTD-FALHAS
           ELSE
               IF ARM-TIPO = 'T'
                   MOVE ARM-QTD TO CTL-QTD-TRAILER(IDX-MASTER)
                   MOVE ARM-TOTAL TO CTL-TOTAL-TRAILER(IDX-MASTER)
               ELSE
                   ADD 1 TO CTL-RELIDOS(IDX-MASTER)
                   ADD ARM-TITULAR TO CTL-TOTAL-RELIDO(IDX-MASTER)
               END-IF
           END-IF.

      *----Posicao do master do registro na tabela; 6 quando o nome
      *----nao e nenhum dos cinco
       6200-LOCALIZAR-MASTER.
           PERFORM VARYING IDX-MASTER FROM 1 BY 1
                   UNTIL IDX-MASTER > 5 OR
                         RET-MASTER(IDX-MASTER) = ARM-MASTER
               CONTINUE
           END-PERFORM.

      *----Expurgo pela chave de cada imagem conferida no arquivo
      *----morto, nunca pela selecao: so sai do master o que esta
      *----guardado
       7000-EXPURGAR-MASTERS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT ARQUIVO-MORTO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ARQUIVO-MORTO
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF ARM-TIPO = 'D'
                           PERFORM 6200-LOCALIZAR-MASTER
                           PERFORM 7100-EXPURGAR-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-MORTO
           PERFORM VARYING IDX-MASTER FROM 1 BY 1
                   UNTIL IDX-MASTER > 5
               ADD CTL-EXPURGADOS(IDX-MASTER) TO QTD-EXPURGADOS
               IF CTL-EXPURGADOS(IDX-MASTER) NOT =
                       CTL-ARQUIVADOS(IDX-MASTER)
                   ADD 1 TO QTD-FALHAS
                   DISPLAY 'EXPURGO DIFERENTE DO ARQUIVADO NO MASTER '
                       RET-MASTER(IDX-MASTER) ', NAO ACHADOS '
                       CTL-NAO-ACHADOS(IDX-MASTER)
               END-IF
           END-PERFORM.

       7100-EXPURGAR-REGISTRO.
           MOVE '00' TO FS-MASTER
           EVALUATE IDX-MASTER
               WHEN 1
                   MOVE ARM-IMAGEM TO REG-ACORDO
                   DELETE ACORDOS RECORD
                       INVALID KEY
                           MOVE '23' TO FS-MASTER
                   END-DELETE
               WHEN 2
                   MOVE ARM-IMAGEM TO REG-BOLETO
                   DELETE BOLETOS RECORD
                       INVALID KEY
                           MOVE '23' TO FS-MASTER
                   END-DELETE
               WHEN 3
                   MOVE ARM-IMAGEM TO REG-CONTA
                   DELETE ACCOUNTS RECORD
                       INVALID KEY
                           MOVE '23' TO FS-MASTER
                   END-DELETE
               WHEN 4
                   MOVE ARM-IMAGEM TO REG-AGENDA
                   DELETE AGENDA RECORD
                       INVALID KEY
                           MOVE '23' TO FS-MASTER
                   END-DELETE
               WHEN 5
                   MOVE ARM-IMAGEM TO REG-HISTORICO
                   DELETE IMC-HISTORY RECORD
                       INVALID KEY
                           MOVE '23' TO FS-MASTER
                       NOT INVALID KEY
                           PERFORM 7200-ZERAR-CACHE-PACIENTE
                   END-DELETE
           END-EVALUATE
           IF FS-MASTER = '00'
               ADD 1 TO CTL-EXPURGADOS(IDX-MASTER)
           ELSE
               ADD 1 TO CTL-NAO-ACHADOS(IDX-MASTER)
           END-IF.

      *----Paciente sem historico online fica sem visitas no cache;
      *----o MestresResgata remonta o cache quando o IMCHIST volta.
      *----Da segunda visita expurgada em diante o cache ja esta zero
       7200-ZERAR-CACHE-PACIENTE.
           MOVE HK-PAC-ID TO PAC-ID
           READ PATIENTS KEY IS PAC-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PAC-QTD-HISTORICO NOT = 0
                       MOVE 0 TO PAC-QTD-HISTORICO
                       MOVE ZEROS TO PAC-HISTORICO
                       REWRITE REG-PACIENTE
                       ADD 1 TO QTD-CACHES-ZERADOS
                   END-IF
           END-READ.

      *----Uma linha por master no livro e no console
       8000-GRAVAR-LIVRO.
           OPEN EXTEND LIVRO-ARQUIVO
           PERFORM VARYING IDX-MASTER FROM 1 BY 1
                   UNTIL IDX-MASTER > 5
               MOVE SPACES TO REG-LIVRO-ARQUIVO
               MOVE RET-MASTER(IDX-MASTER) TO LIV-MASTER
               MOVE DATA-HOJE TO LIV-DATA
               MOVE RET-MESES(IDX-MASTER) TO LIV-MESES
               MOVE CTL-CORTE(IDX-MASTER) TO LIV-CORTE
               MOVE CTL-ARQUIVADOS(IDX-MASTER) TO LIV-ARQUIVADOS
               MOVE CTL-TOTAL(IDX-MASTER) TO LIV-TOTAL
               MOVE CTL-EXPURGADOS(IDX-MASTER) TO LIV-EXPURGADOS
               IF QTD-FALHAS > 0
                   MOVE 'SEM EXPURGO' TO LIV-RESULTADO
               ELSE
                   MOVE 'EXPURGADO' TO LIV-RESULTADO
               END-IF
               WRITE REG-LIVRO-ARQUIVO
               MOVE RET-MASTER(IDX-MASTER) TO LM-NOME
               MOVE CTL-CORTE(IDX-MASTER) TO LM-CORTE
               MOVE CTL-ARQUIVADOS(IDX-MASTER) TO LM-ARQUIVADOS
               MOVE CTL-EXPURGADOS(IDX-MASTER) TO LM-EXPURGADOS
               DISPLAY LINHA-MASTER
           END-PERFORM
           CLOSE LIVRO-ARQUIVO.

       9000-LIBERAR-TRANCAS.
           PERFORM VARYING IDX-MASTER FROM 1 BY 1
                   UNTIL IDX-MASTER > 5
               MOVE 4 TO TRANCA-FUNCAO
               MOVE RET-MASTER(IDX-MASTER) TO TRANCA-ARQUIVO
               CALL 'TrancaArquivo' USING TRANCA-FUNCAO
                   TRANCA-ARQUIVO TRANCA-SESSAO TRANCA-RETORNO
                   TRANCA-DETENTOR
           END-PERFORM
           MOVE 4 TO TRANCA-FUNCAO
           MOVE 'PATIENTS' TO TRANCA-ARQUIVO
           CALL 'TrancaArquivo' USING TRANCA-FUNCAO
               TRANCA-ARQUIVO TRANCA-SESSAO TRANCA-RETORNO
               TRANCA-DETENTOR.

       COPY GravarRunControle.
       END PROGRAM MestresArquiva.
