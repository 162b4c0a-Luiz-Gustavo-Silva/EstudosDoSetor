      *          backup e relido e conferido contra o que saiu do
      *          arquivo vivo antes de o passo se declarar bem: o
      *          resultado por arquivo sai no BKPRPT que a operacao
      *          guarda. A volta e o RestauraMestres.cbl. O trailer
      *          leva a data e a hora em que as trancas foram obtidas:
      *          e desse horario em diante que o RecuperaMestres.cbl
      *          reaplica as mudancas sobre o master restaurado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BackupMestres.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 FILLER PIC X(237).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  IMC-HISTORY.
      *----Mesmo layout do REG-HISTORICO de IMC.cbl
       01  REG-HISTORICO.
       FD  BACKUP-CLIENTES.
       01  REG-BACKUP-CLI.
           03 BKC-TIPO PIC X(1).
           03 BKC-IMAGEM PIC X(260).
       FD  BACKUP-PATIENTS.
       01  REG-BACKUP-PAC.
           03 BKP-TIPO PIC X(1).
           03 BKP-IMAGEM PIC X(260).
       FD  BACKUP-HISTORICO.
       01  REG-BACKUP-HIST.
           03 BKH-TIPO PIC X(1).
           03 BKH-IMAGEM PIC X(260).
       FD  BACKUP-CONTAS.
       01  REG-BACKUP-CTA.
           03 BKA-TIPO PIC X(1).
           03 BKA-IMAGEM PIC X(260).
       FD  RELATORIO-BACKUP.
       01  REG-RELATORIO PIC X(80).
       WORKING-STORAGE SECTION.
       01  TRAILER-CONTROLE.
           03 TRC-QTD PIC 9(9).
           03 TRC-TOTAL PIC 9(12).
      *----Momento do backup, com os masters ja trancados
           03 TRC-DATA PIC 9(8).
           03 TRC-HORA PIC 9(6).
       01  DATA-BACKUP PIC 9(8).
       01  HORA-BACKUP PIC 9(6).
      *----Linha do backup relida na conferencia, fora da area de
      *----registro dos arquivos
       01  LINHA-BACKUP.
           03 LBK-TIPO PIC X(1).
           03 LBK-IMAGEM PIC X(260).
       01  LINHA-ARQUIVO.
           03 LA-NOME PIC X(8).
           03 FILLER PIC X(12) VALUE '  REGISTROS '.
               PERFORM 9000-LIBERAR-TRANCAS
               STOP RUN
           END-IF
           ACCEPT DATA-BACKUP FROM DATE YYYYMMDD
           MOVE FUNCTION CURRENT-DATE(9:6) TO HORA-BACKUP
           OPEN OUTPUT RELATORIO-BACKUP
           MOVE 'BACKUP DOS MASTERS INDEXADOS' TO REG-RELATORIO
           WRITE REG-RELATORIO
           END-PERFORM
           MOVE QTD-COPIADOS TO TRC-QTD
           MOVE TOTAL-COPIADO TO TRC-TOTAL
           MOVE DATA-BACKUP TO TRC-DATA
           MOVE HORA-BACKUP TO TRC-HORA
           EVALUATE ARQUIVO-ATUAL
               WHEN 1
                   MOVE 'T' TO BKC-TIPO
