           VALUE "ENTRADA NEGADA, CAPACIDADE MAXIMA ATINGIDA.".
           03 MSG-016 PIC X(50)
           VALUE "ARQUIVO DE ENTRADA JA PROCESSADO, LOTE RECUSADO.".
           03 MSG-017 PIC X(50)
           VALUE "ENTRADA NEGADA, PLACA BANIDA.".
           03 MSG-018 PIC X(50)
           VALUE "ENTRADA NEGADA, ESTACIONAMENTO LOTADO.".
      *----Visao tabelada das mesmas mensagens, usada pela carga do
      *----catalogo; MSG-TABELA(n) e o texto da MSG-00n
       01  MENSAGENS-SISTEMA-R REDEFINES MENSAGENS-SISTEMA.
           03 MSG-TABELA OCCURS 18 TIMES PIC X(50).
       77  QTD-MENSAGENS-SISTEMA PIC 9(3) VALUE 18.
       01  MSG-INDICE-CATALOGO PIC 9(3).
       01  MSG-TEXTO-CATALOGO PIC X(50).
       01  MSG-RETORNO-CATALOGO PIC 9(2).
