      *----Layout do arquivo REPREGRA das regras de repasse aos
      *----profissionais: por profissional do PROFISSIONAIS, tipo de
      *----visita (o mesmo da tabela PRECOS e do GUI-SERVICO) e
      *----origem do faturamento - particular ou convenio, que pode
      *----ter regra propria. A parte do profissional e um percentual
      *----do valor recebido pela visita ou um valor fixo por visita.
       01  REG-REPASSE-REGRA.
           03 RGR-CHAVE.
               05 RGR-PROFISSIONAL PIC 9(3).
               05 RGR-TIPO-VISITA PIC X(8).
               05 RGR-ORIGEM PIC X(1).
                   88 RGR-PARTICULAR VALUE 'P'.
                   88 RGR-CONVENIO VALUE 'C'.
           03 RGR-FORMA PIC X(1).
               88 RGR-POR-PERCENTUAL VALUE 'P'.
               88 RGR-VALOR-FIXO VALUE 'F'.
           03 RGR-PERCENTUAL PIC 9(3)V9(2).
           03 RGR-VALOR PIC 9(7)V9(2).
           03 RGR-DATA-ALTERACAO PIC 9(8).
