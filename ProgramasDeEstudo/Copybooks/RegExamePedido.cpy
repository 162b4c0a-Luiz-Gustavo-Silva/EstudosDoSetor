      *----Layout do arquivo EXAMEPED dos pedidos de exame feitos na
      *----visita, chaveados por paciente, data da visita e exame do
      *----catalogo EXAMES. O resultado do laboratorio parceiro entra
      *----pelo ExameResultado; pedido sem resultado e cobrado pelo
      *----ExameCobranca.
       01  REG-EXAME-PEDIDO.
           03 EXP-CHAVE.
               05 EXP-PAC-ID PIC 9(6).
               05 EXP-DATA-VISITA PIC 9(8).
               05 EXP-EXAME PIC X(6).
           03 EXP-PROFISSIONAL PIC 9(3).
           03 EXP-STATUS PIC X(1).
               88 EXP-ABERTO VALUE 'A'.
               88 EXP-COM-RESULTADO VALUE 'R'.
               88 EXP-CANCELADO VALUE 'X'.
           03 EXP-RESULTADO PIC 9(5)V9(2).
           03 EXP-DATA-COLETA PIC 9(8).
           03 EXP-DATA-RESULTADO PIC 9(8).
           03 EXP-FORA-REFERENCIA PIC X(1).
               88 EXP-ALTERADO VALUE 'S'.
      *----Revisao do clinico so existe para resultado alterado
           03 EXP-REVISAO PIC X(1).
               88 EXP-REVISAO-PENDENTE VALUE 'P'.
               88 EXP-REVISADO VALUE 'R'.
           03 EXP-REVISOR PIC X(10).
           03 EXP-DATA-REVISAO PIC 9(8).
           03 EXP-QTD-COBRANCAS PIC 9(2).
           03 EXP-DATA-COBRANCA PIC 9(8).
