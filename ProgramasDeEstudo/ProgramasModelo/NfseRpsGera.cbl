      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Emissao do lote de RPS (recibo provisorio de servico)
      *          para a prefeitura converter em NFS-e. Para cada fatura
      *          do dia no FATMOV - contratos do FaturaGerador e
      *          visitas do VisitaFatura - calcula o ISS pela tabela
      *          ISSCFG, chaveada pelo servico da fatura (CON-SERVICO
      *          ou PRE-TIPO), com o item da lista de servicos, a
      *          aliquota e o municipio; numera o RPS pelo controle
      *          RPSCTL, grava a nota no NFSREG e a linha do lote
      *          RPSREM com o tomador do CLIENTES. Fatura que ja tem
      *          RPS nao sai de novo, a nao ser a rejeitada pela
      *          prefeitura, que sai corrigida com o mesmo numero; os
      *          pedidos de cancelamento do NfseManutencao vao no
      *          mesmo lote. Fatura sem servico na tabela fica fora e
      *          sai no relatorio RPSRPT para a correcao da ISSCFG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NfseRpsGera.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOVIMENTO-FATURA ASSIGN TO "FATMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATURAS.
      *----Servico -> item da lista de servicos, aliquota e municipio
           SELECT OPTIONAL TABELA-ISS ASSIGN TO "ISSCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TABELA-ISS.
           SELECT OPTIONAL NOTAS-FISCAIS ASSIGN TO "NFSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFS-CTA-ID
               ALTERNATE RECORD KEY IS NFS-RPS-NUMERO
               FILE STATUS IS FS-NOTAS.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
      *----Ultimo numero de RPS usado, no desenho do CTAIDCTL
           SELECT OPTIONAL CONTROLE-RPS ASSIGN TO "RPSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
           SELECT LOTE-RPS ASSIGN TO "RPSREM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-RPS ASSIGN TO "RPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO-FATURA.
      *----Mesmo layout gravado pelo FaturaGerador.cbl
       01  REG-MOVIMENTO-FATURA.
           03 FMV-DATA PIC 9(8).
           03 FMV-CTA-ID PIC 9(6).
           03 FMV-CLIENTE PIC 9(6).
           03 FMV-VALOR PIC 9(7)V9(2).
           03 FMV-SERVICO PIC X(20).
       FD  TABELA-ISS.
       01  REG-TABELA-ISS.
           03 ISS-SERVICO PIC X(20).
           03 ISS-CODIGO-LC PIC X(5).
           03 ISS-ALIQUOTA PIC 9V9(4).
           03 ISS-MUNICIPIO PIC 9(7).
       FD  NOTAS-FISCAIS.
       COPY RegNotaFiscal.
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       FD  CONTROLE-RPS.
       01  REG-CONTROLE-RPS.
           03 CRP-ULTIMO PIC 9(9).
       FD  LOTE-RPS.
       01  REG-RPS-CABECALHO.
           03 RPH-TIPO PIC X(1).
           03 RPH-VERSAO PIC X(3).
           03 RPH-INSCRICAO PIC X(15).
           03 RPH-DATA-INICIO PIC 9(8).
           03 RPH-DATA-FIM PIC 9(8).
           03 FILLER PIC X(215).
       01  REG-RPS-DETALHE.
           03 RPD-TIPO PIC X(1).
           03 RPD-SERIE PIC X(5).
           03 RPD-NUMERO PIC 9(9).
           03 RPD-DATA-EMISSAO PIC 9(8).
      *----T tributado no municipio
           03 RPD-SITUACAO PIC X(1).
           03 RPD-VALOR-SERVICO PIC 9(13)V9(2).
           03 RPD-ALIQUOTA PIC 9V9(4).
           03 RPD-VALOR-ISS PIC 9(13)V9(2).
           03 RPD-CODIGO-LC PIC X(5).
           03 RPD-MUNICIPIO PIC 9(7).
           03 RPD-TOMADOR-CODIGO PIC 9(6).
           03 RPD-TOMADOR-NOME PIC X(30).
           03 RPD-TOMADOR-ENDERECO PIC X(97).
           03 RPD-DISCRIMINACAO PIC X(46).
       01  REG-RPS-CANCELAMENTO.
           03 RPC-TIPO PIC X(1).
           03 RPC-SERIE PIC X(5).
           03 RPC-NUMERO PIC 9(9).
           03 RPC-NFSE-NUMERO PIC X(15).
           03 RPC-CODIGO-VERIFICACAO PIC X(9).
           03 RPC-MOTIVO PIC X(60).
           03 FILLER PIC X(151).
       01  REG-RPS-TRAILER.
           03 RPT-TIPO PIC X(1).
           03 RPT-QTD-RPS PIC 9(6).
           03 RPT-QTD-CANCELAMENTOS PIC 9(6).
           03 RPT-VALOR-SERVICOS PIC 9(13)V9(2).
           03 RPT-VALOR-ISS PIC 9(13)V9(2).
           03 FILLER PIC X(207).
       FD  RELATORIO-RPS.
       01  REG-RELATORIO PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-FATURAS PIC X(2).
       01  FS-TABELA-ISS PIC X(2).
       01  FS-NOTAS PIC X(2).
       01  FS-CLIENTES PIC X(2).
       01  FS-CONTROLE PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  DATA-FATURAR PIC 9(8).
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
      *----Serie do RPS e inscricao municipal do prestador, do
      *----arquivo central de parametros
       01  SERIE-RPS PIC X(5) VALUE 'A'.
       01  INSCRICAO-MUNICIPAL PIC X(15) VALUE SPACES.
       01  ULTIMO-RPS PIC 9(9) VALUE 0.
       01  NOTA-NOVA PIC X.
       01  SERVICO-ACHADO PIC X.
      *----Tabela de aliquotas em memoria
       01  QTD-SERVICOS PIC 9(3) VALUE 0.
       01  IDX-SERVICO PIC 9(3).
       01  TAB-SERVICO OCCURS 100 TIMES.
           03 TSV-SERVICO PIC X(20).
           03 TSV-CODIGO-LC PIC X(5).
           03 TSV-ALIQUOTA PIC 9V9(4).
           03 TSV-MUNICIPIO PIC 9(7).
       01  QTD-RPS PIC 9(6) VALUE 0.
       01  QTD-REENVIADOS PIC 9(6) VALUE 0.
       01  QTD-CANCELAMENTOS PIC 9(6) VALUE 0.
       01  QTD-JA-EMITIDAS PIC 9(6) VALUE 0.
       01  QTD-SEM-SERVICO PIC 9(6) VALUE 0.
       01  TOTAL-SERVICOS PIC 9(13)V9(2) VALUE 0.
       01  TOTAL-ISS PIC 9(13)V9(2) VALUE 0.
       01  LINHA-RPS.
           03 LR-CTA-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-RPS PIC 9(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-SERVICO PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LR-VALOR PIC -(7)9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LR-ISS PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-SITUACAO PIC X(30).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           DISPLAY 'Dia do faturamento a emitir (AAAAMMDD): '
           ACCEPT DATA-FATURAR
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           MOVE 'NFSERPSGERA' TO PARAM-PROGRAMA
           MOVE 'SERIE' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               MOVE PARAM-VALOR TO SERIE-RPS
           END-IF
           MOVE 'INSCRICAO' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               MOVE PARAM-VALOR TO INSCRICAO-MUNICIPAL
           END-IF
           PERFORM 0100-CARREGAR-TABELA-ISS
           IF QTD-SERVICOS = 0
               DISPLAY 'ISSCFG VAZIO OU AUSENTE, NENHUM RPS EMITIDO'
               STOP RUN
           END-IF
           OPEN EXTEND RUN-CONTROLE
           MOVE 'NFSERPSGERA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           PERFORM 0200-LER-ULTIMO-RPS
           OPEN I-O NOTAS-FISCAIS
           OPEN INPUT CLIENTES
           OPEN OUTPUT LOTE-RPS
           OPEN OUTPUT RELATORIO-RPS
           MOVE SPACES TO LINHA-RESUMO
           STRING 'LOTE DE RPS DO FATURAMENTO DE ' DELIMITED BY SIZE
               DATA-FATURAR DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RPS-CABECALHO
           MOVE 'H' TO RPH-TIPO
           MOVE '001' TO RPH-VERSAO
           MOVE INSCRICAO-MUNICIPAL TO RPH-INSCRICAO
           MOVE DATA-FATURAR TO RPH-DATA-INICIO
           MOVE DATA-FATURAR TO RPH-DATA-FIM
           WRITE REG-RPS-CABECALHO
           PERFORM 1000-EMITIR-FATURAS
           PERFORM 2000-PEDIR-CANCELAMENTOS
           MOVE SPACES TO REG-RPS-TRAILER
           MOVE 'T' TO RPT-TIPO
           MOVE QTD-RPS TO RPT-QTD-RPS
           MOVE QTD-CANCELAMENTOS TO RPT-QTD-CANCELAMENTOS
           MOVE TOTAL-SERVICOS TO RPT-VALOR-SERVICOS
           MOVE TOTAL-ISS TO RPT-VALOR-ISS
           WRITE REG-RPS-TRAILER
           PERFORM 0300-GRAVAR-ULTIMO-RPS
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'RPS NO LOTE: ' DELIMITED BY SIZE
               QTD-RPS DELIMITED BY SIZE
               ' (REENVIADOS ' DELIMITED BY SIZE
               QTD-REENVIADOS DELIMITED BY SIZE
               ')  CANCELAMENTOS: ' DELIMITED BY SIZE
               QTD-CANCELAMENTOS DELIMITED BY SIZE
               '  SEM SERVICO: ' DELIMITED BY SIZE
               QTD-SEM-SERVICO DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           DISPLAY 'RPS emitidos:             ' QTD-RPS
           DISPLAY 'Cancelamentos pedidos:    ' QTD-CANCELAMENTOS
           DISPLAY 'Faturas ja com RPS:       ' QTD-JA-EMITIDAS
           DISPLAY 'Faturas sem servico:      ' QTD-SEM-SERVICO
           COMPUTE RUN-GRAVADOS = QTD-RPS + QTD-CANCELAMENTOS
           MOVE QTD-SEM-SERVICO TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           CLOSE NOTAS-FISCAIS
           CLOSE CLIENTES
           CLOSE LOTE-RPS
           CLOSE RELATORIO-RPS
           STOP RUN.

       0100-CARREGAR-TABELA-ISS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT TABELA-ISS
           IF FS-TABELA-ISS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ TABELA-ISS
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF QTD-SERVICOS < 100
                           ADD 1 TO QTD-SERVICOS
                           MOVE ISS-SERVICO
                               TO TSV-SERVICO(QTD-SERVICOS)
                           MOVE ISS-CODIGO-LC
                               TO TSV-CODIGO-LC(QTD-SERVICOS)
                           MOVE ISS-ALIQUOTA
                               TO TSV-ALIQUOTA(QTD-SERVICOS)
                           MOVE ISS-MUNICIPIO
                               TO TSV-MUNICIPIO(QTD-SERVICOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TABELA-ISS.

      *----Sem o arquivo de controle a numeracao comeca do 1
       0200-LER-ULTIMO-RPS.
           OPEN INPUT CONTROLE-RPS
           IF FS-CONTROLE = '00'
               READ CONTROLE-RPS
                   NOT AT END
                       MOVE CRP-ULTIMO TO ULTIMO-RPS
               END-READ
           END-IF
           CLOSE CONTROLE-RPS.

       0300-GRAVAR-ULTIMO-RPS.
           OPEN OUTPUT CONTROLE-RPS
           MOVE ULTIMO-RPS TO CRP-ULTIMO
           WRITE REG-CONTROLE-RPS
           CLOSE CONTROLE-RPS.

       1000-EMITIR-FATURAS.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT MOVIMENTO-FATURA
           IF FS-FATURAS NOT = '00'
               MOVE 'S' TO FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ MOVIMENTO-FATURA
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF FMV-DATA = DATA-FATURAR
                           ADD 1 TO RUN-LIDOS
                           PERFORM 1100-TRATAR-FATURA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVIMENTO-FATURA.

      *----Fatura sem nota ganha RPS novo; a rejeitada sai de novo
      *----com o mesmo numero, recalculada; as demais ja estao na
      *----prefeitura
       1100-TRATAR-FATURA.
           MOVE FMV-CTA-ID TO NFS-CTA-ID
           READ NOTAS-FISCAIS KEY IS NFS-CTA-ID
               INVALID KEY
                   MOVE 'S' TO NOTA-NOVA
               NOT INVALID KEY
                   MOVE 'N' TO NOTA-NOVA
           END-READ
           IF NOTA-NOVA = 'N' AND NOT NFS-REJEITADA
               ADD 1 TO QTD-JA-EMITIDAS
           ELSE
               PERFORM 1200-PROCURAR-SERVICO
               IF SERVICO-ACHADO = 'N'
                   ADD 1 TO QTD-SEM-SERVICO
                   MOVE FMV-CTA-ID TO LR-CTA-ID
                   MOVE 0 TO LR-RPS
                   MOVE FMV-SERVICO TO LR-SERVICO
                   MOVE FMV-VALOR TO LR-VALOR
                   MOVE 0 TO LR-ISS
                   MOVE 'SERVICO SEM ALIQUOTA NA ISSCFG'
                       TO LR-SITUACAO
                   MOVE LINHA-RPS TO REG-RELATORIO
                   WRITE REG-RELATORIO
               ELSE
                   PERFORM 1300-GRAVAR-NOTA
               END-IF
           END-IF.

       1200-PROCURAR-SERVICO.
           MOVE 'N' TO SERVICO-ACHADO
           PERFORM VARYING IDX-SERVICO FROM 1 BY 1
                   UNTIL IDX-SERVICO > QTD-SERVICOS
                      OR SERVICO-ACHADO = 'S'
               IF TSV-SERVICO(IDX-SERVICO) = FMV-SERVICO
                   MOVE 'S' TO SERVICO-ACHADO
               END-IF
           END-PERFORM
           IF SERVICO-ACHADO = 'S'
               SUBTRACT 1 FROM IDX-SERVICO
           END-IF.

       1300-GRAVAR-NOTA.
           IF NOTA-NOVA = 'S'
               ADD 1 TO ULTIMO-RPS
               MOVE FMV-CTA-ID TO NFS-CTA-ID
               MOVE ULTIMO-RPS TO NFS-RPS-NUMERO
               MOVE SERIE-RPS TO NFS-RPS-SERIE
               MOVE SPACES TO NFS-NUMERO
               MOVE SPACES TO NFS-CODIGO-VERIFICACAO
               MOVE 0 TO NFS-DATA-EMISSAO
               MOVE 0 TO NFS-DATA-CANCELAMENTO
           ELSE
               ADD 1 TO QTD-REENVIADOS
           END-IF
           MOVE FMV-DATA TO NFS-DATA-FATURA
           MOVE DATA-HOJE TO NFS-DATA-RPS
           MOVE FMV-CLIENTE TO NFS-CLIENTE
           MOVE FMV-SERVICO TO NFS-SERVICO
           MOVE TSV-CODIGO-LC(IDX-SERVICO) TO NFS-CODIGO-LC
           MOVE TSV-MUNICIPIO(IDX-SERVICO) TO NFS-MUNICIPIO
           MOVE FMV-VALOR TO NFS-VALOR
           MOVE TSV-ALIQUOTA(IDX-SERVICO) TO NFS-ALIQUOTA
           COMPUTE NFS-VALOR-ISS ROUNDED =
               FMV-VALOR * TSV-ALIQUOTA(IDX-SERVICO)
           SET NFS-ENVIADA TO TRUE
           MOVE SPACES TO NFS-MOTIVO
           IF NOTA-NOVA = 'S'
               WRITE REG-NOTA-FISCAL
           ELSE
               REWRITE REG-NOTA-FISCAL
           END-IF
           PERFORM 1400-GRAVAR-RPS
           ADD 1 TO QTD-RPS
           ADD NFS-VALOR TO TOTAL-SERVICOS
           ADD NFS-VALOR-ISS TO TOTAL-ISS
           MOVE NFS-CTA-ID TO LR-CTA-ID
           MOVE NFS-RPS-NUMERO TO LR-RPS
           MOVE NFS-SERVICO TO LR-SERVICO
           MOVE NFS-VALOR TO LR-VALOR
           MOVE NFS-VALOR-ISS TO LR-ISS
           IF NOTA-NOVA = 'S'
               MOVE 'RPS EMITIDO' TO LR-SITUACAO
           ELSE
               MOVE 'RPS REJEITADO REENVIADO' TO LR-SITUACAO
           END-IF
           MOVE LINHA-RPS TO REG-RELATORIO
           WRITE REG-RELATORIO.

      *----Tomador pelo cadastro de clientes; cliente que nao esta
      *----mais no cadastro sai so com o codigo
       1400-GRAVAR-RPS.
           MOVE SPACES TO REG-RPS-DETALHE
           MOVE 'D' TO RPD-TIPO
           MOVE NFS-RPS-SERIE TO RPD-SERIE
           MOVE NFS-RPS-NUMERO TO RPD-NUMERO
           MOVE NFS-DATA-RPS TO RPD-DATA-EMISSAO
           MOVE 'T' TO RPD-SITUACAO
           MOVE NFS-VALOR TO RPD-VALOR-SERVICO
           MOVE NFS-ALIQUOTA TO RPD-ALIQUOTA
           MOVE NFS-VALOR-ISS TO RPD-VALOR-ISS
           MOVE NFS-CODIGO-LC TO RPD-CODIGO-LC
           MOVE NFS-MUNICIPIO TO RPD-MUNICIPIO
           MOVE NFS-CLIENTE TO RPD-TOMADOR-CODIGO
           MOVE NFS-CLIENTE TO CLI-NUMERO
           READ CLIENTES KEY IS CLI-NUMERO
               INVALID KEY
                   MOVE SPACES TO RPD-TOMADOR-NOME
                   MOVE SPACES TO RPD-TOMADOR-ENDERECO
               NOT INVALID KEY
                   MOVE CLI-NOME TO RPD-TOMADOR-NOME
                   MOVE CLI-ENDERECO TO RPD-TOMADOR-ENDERECO
           END-READ
           STRING NFS-SERVICO DELIMITED BY '  '
               ' - CONTA ' DELIMITED BY SIZE
               NFS-CTA-ID DELIMITED BY SIZE
               ' - FATURA DE ' DELIMITED BY SIZE
               NFS-DATA-FATURA DELIMITED BY SIZE
               INTO RPD-DISCRIMINACAO
           WRITE REG-RPS-DETALHE.

      *----Cancelamento pedido fica no lote ate a prefeitura
      *----confirmar no retorno
       2000-PEDIR-CANCELAMENTOS.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE LOW-VALUES TO NFS-CTA-ID
           START NOTAS-FISCAIS KEY IS NOT LESS THAN NFS-CTA-ID
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ NOTAS-FISCAIS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF NFS-CANCELAMENTO-PEDIDO
                           PERFORM 2100-GRAVAR-CANCELAMENTO
                       END-IF
               END-READ
           END-PERFORM.

       2100-GRAVAR-CANCELAMENTO.
           MOVE SPACES TO REG-RPS-CANCELAMENTO
           MOVE 'C' TO RPC-TIPO
           MOVE NFS-RPS-SERIE TO RPC-SERIE
           MOVE NFS-RPS-NUMERO TO RPC-NUMERO
           MOVE NFS-NUMERO TO RPC-NFSE-NUMERO
           MOVE NFS-CODIGO-VERIFICACAO TO RPC-CODIGO-VERIFICACAO
           MOVE NFS-MOTIVO TO RPC-MOTIVO
           WRITE REG-RPS-CANCELAMENTO
           ADD 1 TO QTD-CANCELAMENTOS
           MOVE NFS-CTA-ID TO LR-CTA-ID
           MOVE NFS-RPS-NUMERO TO LR-RPS
           MOVE NFS-SERVICO TO LR-SERVICO
           MOVE NFS-VALOR TO LR-VALOR
           MOVE NFS-VALOR-ISS TO LR-ISS
           MOVE 'CANCELAMENTO PEDIDO' TO LR-SITUACAO
           MOVE LINHA-RPS TO REG-RELATORIO
           WRITE REG-RELATORIO.

       COPY GravarRunControle.
       END PROGRAM NfseRpsGera.
