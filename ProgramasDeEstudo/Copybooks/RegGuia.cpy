      *----Layout do arquivo GUIAS de consultas faturadas a convenio:
      *----uma guia por visita do IMCHIST (mesma chave), gravada pelo
      *----VisitaFatura no lugar da conta a receber do ACCOUNTS. O
      *----ConvenioLote manda as guias abertas no lote mensal da
      *----operadora, o ConvenioRetorno baixa o pagamento e a glosa
      *----do demonstrativo e o GlosaTrata decide as glosas.
       01  REG-GUIA.
           03 GUI-CHAVE.
               05 GUI-PAC-ID PIC 9(6).
               05 GUI-DATA PIC 9(8).
               05 GUI-HORA PIC 9(6).
      *----Numero da guia no prestador (GUIACTL), chave alternativa
      *----para o demonstrativo de pagamento da operadora
           03 GUI-NUMERO PIC 9(8).
           03 GUI-CONVENIO PIC 9(4).
           03 GUI-CARTEIRA PIC X(20).
      *----Senha de autorizacao da operadora, brancos se dispensada
           03 GUI-SENHA PIC X(12).
           03 GUI-SERVICO PIC X(8).
           03 GUI-VALOR PIC 9(7)V9(2).
           03 GUI-LOTE PIC 9(6).
           03 GUI-DATA-ENVIO PIC 9(8).
           03 GUI-VALOR-PAGO PIC 9(7)V9(2).
           03 GUI-VALOR-GLOSA PIC 9(7)V9(2).
           03 GUI-DATA-PAGAMENTO PIC 9(8).
      *----A-aberta (a enviar), E-enviada no lote, P-paga, G-com
      *----glosa na lista de trabalho do GlosaTrata
           03 GUI-SITUACAO PIC X(1).
               88 GUI-ABERTA VALUE 'A'.
               88 GUI-ENVIADA VALUE 'E'.
               88 GUI-PAGA VALUE 'P'.
               88 GUI-GLOSADA VALUE 'G'.
