      *----Layout do registro de encomendas recebidas na portaria
      *----ENCOMEND, numerado em sequencia: transportadora, codigo de
      *----rastreio, destinatario (o mesmo codigo de anfitriao do
      *----LOG-ANFITRIAO, que e o OPE-ID do cadastro OPERADORES),
      *----data, hora e portao do recebimento, o aviso de retirada
      *----e quem retirou.
       01  REG-ENCOMENDA.
           03 ENC-NUMERO PIC 9(6).
           03 ENC-TRANSPORTADORA PIC X(20).
           03 ENC-RASTREIO PIC X(30).
           03 ENC-DESTINATARIO PIC X(10).
           03 ENC-DATA-RECEBIDA PIC 9(8).
           03 ENC-HORA-RECEBIDA PIC 9(6).
           03 ENC-PORTAO PIC 9(2).
           03 ENC-OPERADOR-RECEBEU PIC X(10).
           03 ENC-SITUACAO PIC X(1).
               88 ENC-AGUARDANDO VALUE 'A'.
               88 ENC-RETIRADA VALUE 'R'.
      *----Data em que o aviso de retirada foi gerado no ENCAVISO
           03 ENC-DATA-AVISO PIC 9(8).
      *----Retirada: nome e documento de quem levou, quando e o
      *----operador que entregou
           03 ENC-RETIRADO-POR PIC X(30).
           03 ENC-DOCUMENTO-RETIRADA PIC 9(11).
           03 ENC-DATA-RETIRADA PIC 9(8).
           03 ENC-HORA-RETIRADA PIC 9(6).
           03 ENC-OPERADOR-ENTREGOU PIC X(10).
