      *          do caixa. A numeracao das contas sai do mesmo
      *          controle CTAIDCTL do faturamento de contratos e cada
      *          fatura tambem alimenta o FATMOV da contabilidade.
      *          Cada fatura de visita abre a conta no razao de
      *          movimentos MOVCONTA com o seu debito.
      *          A linha do FATMOV leva o tipo de visita como servico,
      *          para a emissao da NFS-e.
      *          Paciente com carteira de convenio valida (PACCONV) de
      *          operadora ativa nao gera conta: a visita vira guia no
      *          GUIAS, numerada pelo GUIACTL, com o valor negociado
      *          do CONVENIOS e a senha do AUTORIZA; convenio que
      *          exige autorizacao e visita sem senha sai nas excecoes
      *          sem marcar a visita, para faturar quando a senha vier.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VisitaFatura.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCECOES ASSIGN TO "VISFATEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAC-CONVENIOS ASSIGN TO "PACCONV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCV-PAC-ID
               FILE STATUS IS FS-PACCONV.
           SELECT OPTIONAL CONVENIOS ASSIGN TO "CONVENIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNV-CODIGO
               FILE STATUS IS FS-CONVENIOS.
           SELECT OPTIONAL AUTORIZACOES ASSIGN TO "AUTORIZA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-CHAVE
               FILE STATUS IS FS-AUTORIZACOES.
           SELECT OPTIONAL GUIAS ASSIGN TO "GUIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUI-CHAVE
               ALTERNATE RECORD KEY IS GUI-NUMERO
               FILE STATUS IS FS-GUIAS.
           SELECT OPTIONAL CONTROLE-GUIA ASSIGN TO "GUIACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE-GUIA.
           COPY AuditJournalSelect.
           COPY RunControleSelect.
           COPY MovContaSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  IMC-HISTORY.
           03 FMV-CTA-ID PIC 9(6).
           03 FMV-CLIENTE PIC 9(6).
           03 FMV-VALOR PIC 9(7)V9(2).
      *----Servico faturado, chave da tabela de aliquotas do ISS
      *----que o NfseRpsGera usa para emitir a nota
           03 FMV-SERVICO PIC X(20).
       FD  EXCECOES.
       01  REG-EXCECAO.
           03 EXC-PAC-ID PIC 9(6).
           03 EXC-DATA PIC 9(8).
           03 FILLER PIC X(2).
           03 EXC-MOTIVO PIC X(30).
       FD  PAC-CONVENIOS.
      *----Mesmo layout de PacClienteManutencao.cbl
       01  REG-PAC-CONVENIO.
           03 PCV-PAC-ID PIC 9(6).
           03 PCV-CONVENIO PIC 9(4).
           03 PCV-CARTEIRA PIC X(20).
           03 PCV-VALIDADE PIC 9(8).
       FD  CONVENIOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConvenio.
       FD  AUTORIZACOES.
      *----Mesmo layout de PacClienteManutencao.cbl
       01  REG-AUTORIZACAO.
           03 AUT-CHAVE.
               05 AUT-PAC-ID PIC 9(6).
               05 AUT-DATA PIC 9(8).
           03 AUT-CONVENIO PIC 9(4).
           03 AUT-SENHA PIC X(12).
           03 AUT-OPERADOR PIC X(10).
       FD  GUIAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegGuia.
       FD  CONTROLE-GUIA.
       01  REG-CONTROLE-GUIA.
           03 CGU-ULTIMO PIC 9(8).
       COPY AuditJournalFD.
       COPY RunControleFD.
       COPY MovContaFD.
       WORKING-STORAGE SECTION.
       01  FS-IMC-HISTORY PIC X(2).
       01  FS-PACCLI PIC X(2).
       01  FS-FATURADAS PIC X(2).
       01  FS-ACCOUNTS PIC X(2).
       01  FS-CONTROLE PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FS-PACCONV PIC X(2).
       01  FS-CONVENIOS PIC X(2).
       01  FS-AUTORIZACOES PIC X(2).
       01  FS-GUIAS PIC X(2).
       01  FS-CONTROLE-GUIA PIC X(2).
       01  FIM-ARQUIVO PIC X.
      *----S: a visita e do convenio da carteira do paciente
       01  FATURA-CONVENIO PIC X.
       01  DATA-FATURAR PIC 9(8).
       01  DIA-INTEIRO PIC 9(7).
       77  PRECO-CONSULTA PIC 9(7)V9(2) VALUE 0.
       01  QTD-FATURADAS PIC 9(4) VALUE 0.
       01  QTD-JA-FATURADAS PIC 9(4) VALUE 0.
       01  QTD-SEM-VINCULO PIC 9(4) VALUE 0.
       01  ULTIMA-GUIA PIC 9(8) VALUE 0.
       01  QTD-GUIAS PIC 9(4) VALUE 0.
       01  QTD-SEM-SENHA PIC 9(4) VALUE 0.
       01  VALOR-ED PIC -(7)9,99.
       PROCEDURE DIVISION.
           DISPLAY 'Dia das visitas a faturar (AAAAMMDD): '
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           PERFORM 0200-LER-ULTIMO-ID
           PERFORM 0400-LER-ULTIMA-GUIA
           OPEN INPUT IMC-HISTORY
           OPEN INPUT PAC-CLIENTES
           OPEN I-O FATURADAS
           OPEN I-O ACCOUNTS
           OPEN I-O MOV-CONTA
           OPEN EXTEND MOVIMENTO-FATURA
           OPEN OUTPUT EXCECOES
           OPEN INPUT PAC-CONVENIOS
           OPEN INPUT CONVENIOS
           OPEN INPUT AUTORIZACOES
           OPEN I-O GUIAS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'VISITAFATURA' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM 1000-VARRER-VISITAS
           PERFORM 0300-GRAVAR-ULTIMO-ID
           PERFORM 0500-GRAVAR-ULTIMA-GUIA
           DISPLAY 'Visitas faturadas:  ' QTD-FATURADAS
           DISPLAY 'Guias de convenio:  ' QTD-GUIAS
           DISPLAY 'Ja faturadas antes: ' QTD-JA-FATURADAS
           DISPLAY 'Sem vinculo:        ' QTD-SEM-VINCULO
           DISPLAY 'Convenio sem senha: ' QTD-SEM-SENHA
           COMPUTE RUN-LIDOS = QTD-FATURADAS + QTD-JA-FATURADAS
               + QTD-SEM-VINCULO + QTD-GUIAS + QTD-SEM-SENHA
           COMPUTE RUN-GRAVADOS = QTD-FATURADAS + QTD-GUIAS
           COMPUTE RUN-REJEITADOS = QTD-SEM-VINCULO + QTD-SEM-SENHA
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE PAC-CLIENTES
           CLOSE FATURADAS
           CLOSE ACCOUNTS
           CLOSE MOV-CONTA
           CLOSE MOVIMENTO-FATURA
           CLOSE EXCECOES
           CLOSE PAC-CONVENIOS
           CLOSE CONVENIOS
           CLOSE AUTORIZACOES
           CLOSE GUIAS
           CLOSE AUDIT-JOURNAL
           STOP RUN.

           WRITE REG-CONTROLE-ID
           CLOSE CONTROLE-ID.

       0400-LER-ULTIMA-GUIA.
           OPEN INPUT CONTROLE-GUIA
           IF FS-CONTROLE-GUIA = '00'
               READ CONTROLE-GUIA
                   NOT AT END
                       MOVE CGU-ULTIMO TO ULTIMA-GUIA
               END-READ
           END-IF
           CLOSE CONTROLE-GUIA.

       0500-GRAVAR-ULTIMA-GUIA.
           OPEN OUTPUT CONTROLE-GUIA
           MOVE ULTIMA-GUIA TO CGU-ULTIMO
           WRITE REG-CONTROLE-GUIA
           CLOSE CONTROLE-GUIA.

       1000-VARRER-VISITAS.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE LOW-VALUES TO HIST-KEY
           MOVE HIST-KEY TO VFR-CHAVE
           READ FATURADAS KEY IS VFR-CHAVE
               INVALID KEY
                   PERFORM 1150-CONFERIR-CONVENIO
                   IF FATURA-CONVENIO = 'S'
                       PERFORM 1400-GERAR-GUIA
                   ELSE
                       PERFORM 1200-CONFERIR-VINCULO
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO QTD-JA-FATURADAS
           END-READ.

      *----Carteira vencida na data da visita ou operadora inativa
      *----fatura como particular, pelo vinculo do PACCLI
       1150-CONFERIR-CONVENIO.
           MOVE 'N' TO FATURA-CONVENIO
           MOVE HK-PAC-ID TO PCV-PAC-ID
           READ PAC-CONVENIOS KEY IS PCV-PAC-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PCV-VALIDADE NOT LESS HK-DATA
                       MOVE PCV-CONVENIO TO CNV-CODIGO
                       READ CONVENIOS KEY IS CNV-CODIGO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CNV-ATIVO
                                   MOVE 'S' TO FATURA-CONVENIO
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       1200-CONFERIR-VINCULO.
           MOVE HK-PAC-ID TO PCL-PAC-ID
           READ PAC-CLIENTES KEY IS PCL-PAC-ID
           MOVE CTA-ID TO FMV-CTA-ID
           MOVE PCL-CLIENTE TO FMV-CLIENTE
           MOVE PRECO-CONSULTA TO FMV-VALOR
           MOVE 'CONSULTA' TO FMV-SERVICO
           WRITE REG-MOVIMENTO-FATURA
      *----Debito da visita no razao MOVCONTA, com o paciente de
      *----origem
           MOVE CTA-ID TO MVC-CTA-ID
           MOVE HK-DATA TO MVC-DATA
           MOVE 'VISITAFATURA' TO MVC-PROGRAMA
           SET MVC-FATURA-VISITA TO TRUE
           SET MVC-DEBITO TO TRUE
           MOVE PRECO-CONSULTA TO MVC-VALOR
           MOVE HK-PAC-ID TO MVC-REFERENCIA
           PERFORM 9750-GRAVAR-MOV-CONTA
           MOVE 'FATURA-VISITA' TO AUDIT-ACAO
           MOVE HK-PAC-ID TO AUDIT-VALOR-ANTES
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
               INTO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA.

      *----Guia aberta para o lote mensal do ConvenioLote; a visita
      *----do convenio nao passa pelo ACCOUNTS, MOVCONTA nem FATMOV
       1400-GERAR-GUIA.
           MOVE SPACES TO AUT-SENHA
           MOVE HK-PAC-ID TO AUT-PAC-ID
           MOVE HK-DATA TO AUT-DATA
           READ AUTORIZACOES KEY IS AUT-CHAVE
               INVALID KEY
                   MOVE SPACES TO AUT-SENHA
           END-READ
           IF CNV-COM-AUTORIZACAO AND AUT-SENHA = SPACES
               ADD 1 TO QTD-SEM-SENHA
               MOVE SPACES TO REG-EXCECAO
               MOVE HK-PAC-ID TO EXC-PAC-ID
               MOVE HK-DATA TO EXC-DATA
               MOVE 'CONVENIO SEM SENHA DE AUTORIZ.' TO EXC-MOTIVO
               WRITE REG-EXCECAO
           ELSE
               ADD 1 TO ULTIMA-GUIA
               MOVE HIST-KEY TO GUI-CHAVE
               MOVE ULTIMA-GUIA TO GUI-NUMERO
               MOVE PCV-CONVENIO TO GUI-CONVENIO
               MOVE PCV-CARTEIRA TO GUI-CARTEIRA
               MOVE AUT-SENHA TO GUI-SENHA
               MOVE 'CONSULTA' TO GUI-SERVICO
               IF CNV-VALOR-CONSULTA = 0
                   MOVE PRECO-CONSULTA TO GUI-VALOR
               ELSE
                   MOVE CNV-VALOR-CONSULTA TO GUI-VALOR
               END-IF
               MOVE 0 TO GUI-LOTE
               MOVE 0 TO GUI-DATA-ENVIO
               MOVE 0 TO GUI-VALOR-PAGO
               MOVE 0 TO GUI-VALOR-GLOSA
               MOVE 0 TO GUI-DATA-PAGAMENTO
               SET GUI-ABERTA TO TRUE
               WRITE REG-GUIA
                   INVALID KEY
                       DISPLAY 'GUIA JA EXISTE PARA A VISITA: '
                           HK-PAC-ID ' ' HK-DATA
               END-WRITE
               ADD 1 TO QTD-GUIAS
      *----Marca com conta zero: a visita foi faturada para o
      *----convenio
               MOVE HIST-KEY TO VFR-CHAVE
               MOVE 0 TO VFR-CTA-ID
               WRITE REG-FATURADA
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 'GUIA-CONVENIO' TO AUDIT-ACAO
               MOVE HK-PAC-ID TO AUDIT-VALOR-ANTES
               MOVE SPACES TO AUDIT-VALOR-DEPOIS
               MOVE GUI-VALOR TO VALOR-ED
               STRING GUI-NUMERO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   GUI-CONVENIO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   VALOR-ED DELIMITED BY SIZE
                   INTO AUDIT-VALOR-DEPOIS
               PERFORM 9900-GRAVAR-AUDITORIA
           END-IF.

       COPY GravarAuditoria.

       COPY GravarRunControle.

       COPY GravarMovConta.
       END PROGRAM VisitaFatura.
