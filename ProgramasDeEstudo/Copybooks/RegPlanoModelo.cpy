      *----Layout do arquivo PLANOMOD de modelos de plano nutricional,
      *----mantido pela clinica no PlanoNutriManutencao: um modelo por
      *----faixa etaria da classificacao (A adulto, P pediatrico, a
      *----mesma divisao dos 18 anos do IMC.cbl), sexo e faixa de
      *----classificacao do IMC. Sexo '*' vale para os dois quando o
      *----modelo nao muda com o sexo.
       01  REG-PLANO-MODELO.
           03 PMO-CHAVE.
               05 PMO-FAIXA-IDADE PIC X(1).
                   88 PMO-ADULTO VALUE 'A'.
                   88 PMO-PEDIATRICO VALUE 'P'.
               05 PMO-SEXO PIC X(1).
               05 PMO-CLASSIFICACAO PIC X(17).
      *----Valor energetico diario sugerido (kcal) e as linhas de
      *----orientacao impressas no plano do paciente
           03 PMO-KCAL PIC 9(4).
           03 PMO-LINHA PIC X(60) OCCURS 8 TIMES.
           03 PMO-DATA-ALTERACAO PIC 9(8).
