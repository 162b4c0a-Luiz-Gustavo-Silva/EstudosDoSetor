      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Consulta e cancelamento das notas fiscais de servico
      *          NFSREG. Mostra a nota da conta a receber - RPS,
      *          NFS-e, ISS e a situacao na prefeitura - e lista os RPS
      *          rejeitados a corrigir. O cancelamento so vale para
      *          nota emitida: fica pedido com o motivo, o NfseRpsGera
      *          leva o pedido no proximo lote e o NfseRetorno fecha a
      *          nota e estorna o ISS quando a prefeitura confirma.
      *          Pedidos journalados pelo copybook compartilhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NfseManutencao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOTAS-FISCAIS ASSIGN TO "NFSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFS-CTA-ID
               ALTERNATE RECORD KEY IS NFS-RPS-NUMERO
               FILE STATUS IS FS-NOTAS.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-FISCAIS.
       COPY RegNotaFiscal.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-NOTAS PIC X(2).
       01  FIM-NOTAS PIC X.
       01  CONTA-PESQUISA PIC 9(6).
       01  OPCAO PIC 9 VALUE 0.
       01  CONFIRMA PIC X.
       01  VALOR-EDITADO PIC -Z(6)9,99.
       01  ISS-EDITADO PIC -Z(6)9,99.
       PROCEDURE DIVISION.
           OPEN I-O NOTAS-FISCAIS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'NFSEMANUT' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Consultar nota da conta'
               DISPLAY '2 - Listar RPS rejeitados'
               DISPLAY '3 - Pedir cancelamento de NFS-e'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-CONSULTAR
                   WHEN 2
                       PERFORM 2000-LISTAR-REJEITADOS
                   WHEN 3
                       PERFORM 3000-PEDIR-CANCELAMENTO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE NOTAS-FISCAIS
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-CONSULTAR.
           DISPLAY 'Numero da conta: '
           ACCEPT CONTA-PESQUISA
           MOVE CONTA-PESQUISA TO NFS-CTA-ID
           READ NOTAS-FISCAIS KEY IS NFS-CTA-ID
               INVALID KEY
                   DISPLAY 'Conta sem nota fiscal'
               NOT INVALID KEY
                   PERFORM 8000-MOSTRAR-NOTA
           END-READ.

       2000-LISTAR-REJEITADOS.
           MOVE 'N' TO FIM-NOTAS
           MOVE LOW-VALUES TO NFS-CTA-ID
           START NOTAS-FISCAIS KEY NOT LESS THAN NFS-CTA-ID
               INVALID KEY
                   MOVE 'S' TO FIM-NOTAS
           END-START
           PERFORM UNTIL FIM-NOTAS = 'S'
               READ NOTAS-FISCAIS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-NOTAS
                   NOT AT END
                       IF NFS-REJEITADA
                           DISPLAY NFS-CTA-ID ' RPS ' NFS-RPS-NUMERO
                               ' ' NFS-SERVICO
                           DISPLAY '       ' NFS-MOTIVO
                       END-IF
               END-READ
           END-PERFORM.

      *----Nota ainda nao emitida nao se cancela na prefeitura: o RPS
      *----rejeitado se corrige e o enviado espera o retorno
       3000-PEDIR-CANCELAMENTO.
           DISPLAY 'Numero da conta: '
           ACCEPT CONTA-PESQUISA
           MOVE CONTA-PESQUISA TO NFS-CTA-ID
           READ NOTAS-FISCAIS KEY IS NFS-CTA-ID
               INVALID KEY
                   DISPLAY 'Conta sem nota fiscal'
               NOT INVALID KEY
                   PERFORM 8000-MOSTRAR-NOTA
                   IF NOT NFS-EMITIDA
                       DISPLAY 'So nota emitida pode ser cancelada'
                   ELSE
                       DISPLAY 'Motivo do cancelamento: '
                       ACCEPT NFS-MOTIVO
                       DISPLAY 'Confirma o pedido (S/N)? '
                       ACCEPT CONFIRMA
                       IF CONFIRMA = 'S' OR 's'
                           MOVE NFS-NUMERO TO AUDIT-VALOR-ANTES
                           SET NFS-CANCELAMENTO-PEDIDO TO TRUE
                           REWRITE REG-NOTA-FISCAL
                           MOVE 'CANCELA-NFSE' TO AUDIT-ACAO
                           MOVE NFS-MOTIVO TO AUDIT-VALOR-DEPOIS
                           PERFORM 9900-GRAVAR-AUDITORIA
                           DISPLAY 'Cancelamento pedido, segue no '
                               'proximo lote de RPS'
                       ELSE
                           DISPLAY 'Pedido abandonado'
                       END-IF
                   END-IF
           END-READ.

       8000-MOSTRAR-NOTA.
           MOVE NFS-VALOR TO VALOR-EDITADO
           MOVE NFS-VALOR-ISS TO ISS-EDITADO
           DISPLAY 'Conta ' NFS-CTA-ID ' cliente ' NFS-CLIENTE
               ' fatura de ' NFS-DATA-FATURA
           DISPLAY 'RPS ' NFS-RPS-SERIE '/' NFS-RPS-NUMERO
               ' servico ' NFS-SERVICO
           DISPLAY 'Valor ' VALOR-EDITADO ' ISS ' ISS-EDITADO
           EVALUATE TRUE
               WHEN NFS-ENVIADA
                   DISPLAY 'Situacao: RPS enviado em ' NFS-DATA-RPS
               WHEN NFS-EMITIDA
                   DISPLAY 'Situacao: NFS-e ' NFS-NUMERO
                       ' verificacao ' NFS-CODIGO-VERIFICACAO
                       ' de ' NFS-DATA-EMISSAO
               WHEN NFS-REJEITADA
                   DISPLAY 'Situacao: RPS rejeitado - ' NFS-MOTIVO
               WHEN NFS-CANCELAMENTO-PEDIDO
                   DISPLAY 'Situacao: cancelamento da NFS-e '
                       NFS-NUMERO ' pedido'
               WHEN NFS-CANCELADA
                   DISPLAY 'Situacao: NFS-e ' NFS-NUMERO
                       ' cancelada em ' NFS-DATA-CANCELAMENTO
           END-EVALUATE.

       COPY GravarAuditoria.
       END PROGRAM NfseManutencao.
