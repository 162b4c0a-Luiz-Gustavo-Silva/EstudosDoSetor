      *----Razao de movimentos do contas a receber MOVCONTA: cada
      *----debito e credito lancado no ACCOUNTS deixa aqui uma linha
      *----datada, chaveada por conta + data + sequencia, com o
      *----programa de origem, o tipo e o valor. E a prova linha a
      *----linha do saldo que o REG-CONTA so guarda acumulado; o
      *----MovContaConfere reconstroi CTA-DEBITO/CTA-CREDITO daqui.
      *----Quem abre declara FS-MOVCONTA PIC X(2) e abre em I-O.
           SELECT OPTIONAL MOV-CONTA ASSIGN TO "MOVCONTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVC-CHAVE
               FILE STATUS IS FS-MOVCONTA.
