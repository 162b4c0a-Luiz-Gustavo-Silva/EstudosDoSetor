      *          divergencia aborta ANTES de tocar o arquivo vivo. So
      *          com o backup conferido a segunda passada reconstroi o
      *          master. O operador escolhe qual arquivo restaurar e o
      *          JCL aponta BKPIN para a geracao desejada. O master
      *          volta ao momento do backup; as mudancas posteriores
      *          sao reaplicadas em seguida pelo RecuperaMestres.cbl,
      *          com o mesmo BKPIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RestauraMestres.
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
           SELECT PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-MASTER.
           SELECT IMC-HISTORY ASSIGN TO "IMCHIST"
               ORGANIZATION IS INDEXED
      *----Mesmo layout gravado pelo BackupMestres.cbl
       01  REG-BACKUP.
           03 BKI-TIPO PIC X(1).
           03 BKI-IMAGEM PIC X(260).
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 FILLER PIC X(237).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  IMC-HISTORY.
       01  REG-HISTORICO.
           03 HIST-KEY.
       01  TRAILER-CONTROLE.
           03 TRC-QTD PIC 9(9).
           03 TRC-TOTAL PIC 9(12).
           03 TRC-DATA PIC 9(8).
           03 TRC-HORA PIC 9(6).
       PROCEDURE DIVISION.
           DISPLAY 'Restaurar qual master? C-CLIENTES P-PATIENTS '
               'H-IMCHIST A-ACCOUNTS: '
           END-IF
           PERFORM 2000-RECONSTRUIR-MASTER
           DISPLAY 'Master restaurado, registros: ' QTD-GRAVADOS
           IF TRC-DATA IS NUMERIC
               DISPLAY 'Backup de ' TRC-DATA ' ' TRC-HORA
                   ': rode o RecuperaMestres para reaplicar as '
                   'mudancas posteriores'
           END-IF
           STOP RUN.

      *----Primeira passada, somente leitura: contagem, total de
           END-EVALUATE
           CLOSE BACKUP-ENTRADA.

      *----Backup anterior ao CPF/CNPJ nos masters traz a area do
      *----documento em branco: volta como cliente/paciente sem
      *----documento (tipo em branco, numero zerado), a espera do
      *----levantamento listado pelo DocumentoPendente
       2100-GRAVAR-REGISTRO.
           ADD 1 TO QTD-GRAVADOS
           EVALUATE ARQUIVO-ESCOLHIDO
               WHEN 'C'
                   MOVE BKI-IMAGEM TO REG-CLIENTE
                   IF CLI-DOC-NUMERO NOT NUMERIC
                       MOVE SPACE TO CLI-DOC-TIPO
                       MOVE ZEROS TO CLI-DOC-NUMERO
                   END-IF
                   WRITE REG-CLIENTE
               WHEN 'P'
                   MOVE BKI-IMAGEM TO REG-PACIENTE
                   IF PAC-DOC-NUMERO NOT NUMERIC
                       MOVE SPACE TO PAC-DOC-TIPO
                       MOVE ZEROS TO PAC-DOC-NUMERO
                   END-IF
                   WRITE REG-PACIENTE
               WHEN 'H'
                   MOVE BKI-IMAGEM TO REG-HISTORICO
