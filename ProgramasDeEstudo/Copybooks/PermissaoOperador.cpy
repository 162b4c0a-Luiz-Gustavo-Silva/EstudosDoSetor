      *----Permissoes do cadastro OPERADORES tratadas uma a uma pela
      *----recertificacao trimestral e pelo relatorio de conflitos:
      *----codigo e descricao de cada uma. A alcada de desconto vira
      *----duas permissoes - negociar (nivel 1 a 3) e aprovar pedido
      *----pendente (so o nivel 3). Quem CONFERE uma permissao usa o
      *----copybook ConferirPermissao com PER-CODIGO preenchido.
       01  TAB-PERMISSOES.
           03 FILLER PIC X(42)
               VALUE 'CALCULADORA Calculadora'.
           03 FILLER PIC X(42)
               VALUE 'IMC         Calculo de IMC'.
           03 FILLER PIC X(42)
               VALUE 'CLIENTES    Cadastro de clientes'.
           03 FILLER PIC X(42)
               VALUE 'CONSULTA360 Consulta 360 do cliente'.
           03 FILLER PIC X(42)
               VALUE 'VISITAS     Agendamento de visitas'.
           03 FILLER PIC X(42)
               VALUE 'PROPOE-PARAMPropoe mudanca de parametro'.
           03 FILLER PIC X(42)
               VALUE 'APROVA-PARAMAprova mudanca de parametro'.
           03 FILLER PIC X(42)
               VALUE 'NEGOCIA-DESCNegocia desconto (nivel 1-3)'.
           03 FILLER PIC X(42)
               VALUE 'APROVA-DESC Aprova desconto pendente (3)'.
           03 FILLER PIC X(42)
               VALUE 'COORDENACAO Coordenacao pedagogica'.
       01  TAB-PERMISSOES-R REDEFINES TAB-PERMISSOES.
           03 PERMISSAO OCCURS 10 TIMES.
               05 PER-TAB-CODIGO PIC X(12).
               05 PER-TAB-DESCRICAO PIC X(30).
       01  QTD-PERMISSOES PIC 9(2) VALUE 10.
       01  IDX-PERMISSAO PIC 9(2).
       01  PER-CODIGO PIC X(12).
      *----S-o operador em REG-OPERADOR tem a permissao de PER-CODIGO
       01  PER-CONCEDIDA PIC X(1).
