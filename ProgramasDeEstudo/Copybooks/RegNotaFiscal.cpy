      *----Layout do arquivo NFSREG, a nota fiscal de servico
      *----eletronica (NFS-e) de cada fatura do FATMOV, chaveado pela
      *----conta a receber que a fatura abriu; a chave alternada e o
      *----numero do RPS, que e por onde o retorno da prefeitura
      *----volta. Uma mudanca aqui vale para todos os abridores do
      *----arquivo (NfseRpsGera, NfseRetorno, NfseManutencao).
       01  REG-NOTA-FISCAL.
           03 NFS-CTA-ID PIC 9(6).
           03 NFS-RPS-NUMERO PIC 9(9).
           03 NFS-RPS-SERIE PIC X(5).
           03 NFS-DATA-FATURA PIC 9(8).
           03 NFS-DATA-RPS PIC 9(8).
           03 NFS-CLIENTE PIC 9(6).
      *----CON-SERVICO do contrato ou PRE-TIPO da visita, a chave da
      *----tabela de aliquotas ISSCFG
           03 NFS-SERVICO PIC X(20).
           03 NFS-CODIGO-LC PIC X(5).
           03 NFS-MUNICIPIO PIC 9(7).
           03 NFS-VALOR PIC 9(7)V9(2).
           03 NFS-ALIQUOTA PIC 9V9(4).
           03 NFS-VALOR-ISS PIC 9(7)V9(2).
      *----P RPS enviado, E NFS-e emitida, R RPS rejeitado,
      *----X cancelamento pedido, C nota cancelada
           03 NFS-STATUS PIC X(1).
               88 NFS-ENVIADA VALUE 'P'.
               88 NFS-EMITIDA VALUE 'E'.
               88 NFS-REJEITADA VALUE 'R'.
               88 NFS-CANCELAMENTO-PEDIDO VALUE 'X'.
               88 NFS-CANCELADA VALUE 'C'.
           03 NFS-NUMERO PIC X(15).
           03 NFS-CODIGO-VERIFICACAO PIC X(9).
           03 NFS-DATA-EMISSAO PIC 9(8).
           03 NFS-MOTIVO PIC X(60).
           03 NFS-DATA-CANCELAMENTO PIC 9(8).
