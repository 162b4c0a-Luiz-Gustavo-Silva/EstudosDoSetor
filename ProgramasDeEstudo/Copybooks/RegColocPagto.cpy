      *----Layout do arquivo COLPAGTOS, pagamentos que as assessorias
      *----informam ter recebido das contas colocadas. Enquanto a
      *----baixa do PagamentosPosta nao aparece no razao MOVCONTA o
      *----informe fica sem casamento (CPG-MVC-CHAVE zerado); casado,
      *----ele guarda a chave da linha do razao e o dia da baixa, e
      *----e so o casado que entra na comissao.
       01  REG-COLOC-PAGTO.
           03 CPG-CHAVE.
               05 CPG-CTA-ID PIC 9(6).
               05 CPG-DATA PIC 9(8).
               05 CPG-SEQ PIC 9(4).
           03 CPG-ASSESSORIA PIC 9(3).
           03 CPG-VALOR PIC 9(7)V9(2).
           03 CPG-MVC-CHAVE PIC 9(18).
           03 CPG-DATA-BAIXA PIC 9(8).
