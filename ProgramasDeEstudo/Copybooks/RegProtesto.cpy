      *----Layout do registro do arquivo PROTSTAT de situacao do
      *----protesto em cartorio por conta, compartilhado pelo
      *----ProtestoRemessa (apresentacao e pedido de retirada) e pelo
      *----ProtestoRetorno (protocolo, custas e desfecho).
       01  REG-PROTESTO.
           03 PRT-CTA-ID PIC 9(6).
           03 PRT-CLIENTE PIC 9(6).
           03 PRT-DATA-ENVIO PIC 9(8).
           03 PRT-VALOR PIC 9(7)V9(2).
      *----Numero de protocolo dado pelo cartorio no apontamento
           03 PRT-PROTOCOLO PIC X(15).
           03 PRT-DATA-OCORRENCIA PIC 9(8).
      *----Custas ja lancadas no debito da conta do cliente
           03 PRT-CUSTAS PIC 9(5)V9(2).
      *----E enviado ao cartorio, A apontado (com protocolo),
      *----P protestado, G pago no cartorio, D desistencia pedida
      *----(antes do protesto), C cancelamento pedido (depois do
      *----protesto), R retirado - desistencia ou cancelamento
      *----cumprido pelo cartorio
           03 PRT-STATUS PIC X(1).
               88 PRT-ENVIADO VALUE 'E'.
               88 PRT-APONTADO VALUE 'A'.
               88 PRT-PROTESTADO VALUE 'P'.
               88 PRT-PAGO-CARTORIO VALUE 'G'.
               88 PRT-DESISTENCIA-PEDIDA VALUE 'D'.
               88 PRT-CANCELAMENTO-PEDIDO VALUE 'C'.
               88 PRT-RETIRADO VALUE 'R'.
               88 PRT-EM-CARTORIO VALUE 'E' 'A' 'P'.
               88 PRT-RETIRADA-PEDIDA VALUE 'D' 'C'.
