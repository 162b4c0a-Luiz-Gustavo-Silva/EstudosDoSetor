      *----Parametros da chamada ao ReferenciaVerifica.cbl, na ordem
      *----do CALL 'ReferenciaVerifica' USING REF-TIPO REF-NUMERO
      *----REF-QTD REF-DEPENDENTES RETORNO-REFERENCIA.
      *----C-cliente, P-paciente
       01  REF-TIPO PIC X(1).
       01  REF-NUMERO PIC 9(6).
      *----Total de registros que apontam para o numero; a tabela
      *----guarda os 20 primeiros para mostrar ao operador
       01  REF-QTD PIC 9(4).
       01  REF-DEPENDENTES.
           03 REF-DEPENDENTE OCCURS 20 TIMES.
      *----Nome DD do arquivo dependente e a chave do registro nele
               05 REF-ARQUIVO PIC X(8).
               05 REF-CHAVE PIC X(20).
      *----A-obrigacao em aberto (conta com saldo, contrato ativo,
      *----consulta marcada...); H-so historico encerrado
               05 REF-SITUACAO PIC X(1).
      *----00-nenhum dependente, pode excluir; 10-so historico, a
      *----exclusao vira inativacao onde o cadastro tem situacao;
      *----20-dependente em aberto, exclusao recusada; 30-tipo
      *----invalido
       01  RETORNO-REFERENCIA PIC 9(2).
