      *----Layout da tabela de vagas VAGTURMA, um registro por turma e
      *----ano letivo: quantos alunos a turma comporta e a data limite
      *----para os alunos atuais confirmarem a rematricula. Depois do
      *----prazo a reserva nao confirmada e liberada pelo
      *----RematriculaProcessa e a vaga vai para a lista de espera.
       01  REG-VAGA-TURMA.
           03 VAG-CHAVE.
               05 VAG-TURMA PIC X(6).
               05 VAG-ANO PIC 9(4).
           03 VAG-CAPACIDADE PIC 9(3).
           03 VAG-PRAZO-REMATRICULA PIC 9(8).
