      *----Layout do arquivo GLOSAS, lista de trabalho das glosas
      *----(valor negado pela operadora) lidas do demonstrativo de
      *----pagamento pelo ConvenioRetorno, uma por guia e data do
      *----demonstrativo. No GlosaTrata cada glosa pendente e
      *----contestada (recurso a operadora) ou cobrada do paciente
      *----(conta a receber no ACCOUNTS em nome do cliente do
      *----PACCLI).
       01  REG-GLOSA.
           03 GLO-CHAVE.
               05 GLO-NUMERO-GUIA PIC 9(8).
               05 GLO-DATA-DEMONSTRATIVO PIC 9(8).
           03 GLO-CONVENIO PIC 9(4).
           03 GLO-PAC-ID PIC 9(6).
           03 GLO-DATA-ATENDIMENTO PIC 9(8).
           03 GLO-VALOR PIC 9(7)V9(2).
      *----Codigo e motivo da glosa como vieram da operadora
           03 GLO-CODIGO PIC X(4).
           03 GLO-MOTIVO PIC X(40).
      *----P-pendente, R-recurso enviado, C-cobrada do paciente,
      *----V-revertida (paga pela operadora no recurso)
           03 GLO-SITUACAO PIC X(1).
               88 GLO-PENDENTE VALUE 'P'.
               88 GLO-EM-RECURSO VALUE 'R'.
               88 GLO-COBRADA VALUE 'C'.
               88 GLO-REVERTIDA VALUE 'V'.
           03 GLO-JUSTIFICATIVA PIC X(60).
      *----Conta aberta no paciente quando a glosa e cobrada dele
           03 GLO-CTA-ID PIC 9(6).
           03 GLO-OPERADOR PIC X(10).
           03 GLO-DATA-DECISAO PIC 9(8).
