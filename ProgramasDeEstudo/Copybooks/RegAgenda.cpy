      *----Retorno provisorio marcado pelo sistema (RetornoAgenda),
      *----a confirmar com o paciente pela recepcao
               88 AGD-PROVISORIA VALUE 'P'.
      *----Consulta confirmada de paciente que nao passou pela
      *----portaria no dia, marcada pelo AgendaNoShow
               88 AGD-FALTOU VALUE 'F'.
      *----Hora (HHMMSS) em que o paciente passou pelo portao no dia
      *----da consulta, anotada pelo VisitanteControle; zeros
      *----enquanto ele nao chegou
           03 AGD-HORA-CHEGADA PIC 9(6).
