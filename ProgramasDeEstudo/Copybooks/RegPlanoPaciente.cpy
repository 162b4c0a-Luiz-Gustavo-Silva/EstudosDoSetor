      *----Layout do arquivo PLANOPAC do plano nutricional de cada
      *----paciente: copia do modelo do PLANOMOD da faixa em que a
      *----ultima visita classificou o paciente, emitida pelo
      *----PlanoNutriAtualiza (chamado pelo IMC e pelo IMCBatch) e
      *----reemitida quando uma visita muda a faixa. A nutricionista
      *----ajusta as linhas e as calorias no PlanoNutriManutencao
      *----depois da consulta; o PlanoImprime imprime os planos com
      *----impressao pendente.
       01  REG-PLANO-PACIENTE.
           03 PLN-PAC-ID PIC 9(6).
      *----Faixa que gerou o plano: a troca de qualquer parte dela
      *----reemite o plano com o modelo novo
           03 PLN-FAIXA.
               05 PLN-FAIXA-IDADE PIC X(1).
               05 PLN-SEXO PIC X(1).
               05 PLN-CLASSIFICACAO PIC X(17).
           03 PLN-VERSAO PIC 9(3).
           03 PLN-DATA-EMISSAO PIC 9(8).
           03 PLN-KCAL PIC 9(4).
           03 PLN-LINHA PIC X(60) OCCURS 8 TIMES.
      *----S: ajustado a mao depois da emissao
           03 PLN-AJUSTADO PIC X(1).
           03 PLN-AJUSTE-OPERADOR PIC X(10).
           03 PLN-DATA-AJUSTE PIC 9(8).
           03 PLN-IMPRESSAO PIC X(1).
               88 PLN-IMPRESSAO-PENDENTE VALUE 'P'.
               88 PLN-IMPRESSO VALUE 'I'.
           03 PLN-DATA-IMPRESSAO PIC 9(8).
