      *----Layout do arquivo GRUPOINS das inscricoes de pacientes nos
      *----programas em grupo. Grupo cheio poe o paciente na fila de
      *----espera (situacao E), na ordem da data e hora da inscricao;
      *----a desistencia de um inscrito chama o primeiro da fila.
       01  REG-GRUPO-INSCRICAO.
           03 GIN-CHAVE.
               05 GIN-GRUPO PIC 9(4).
               05 GIN-PAC-ID PIC 9(6).
           03 GIN-DATA-INSCRICAO PIC 9(8).
           03 GIN-HORA-INSCRICAO PIC 9(6).
           03 GIN-SITUACAO PIC X(1).
               88 GIN-INSCRITO VALUE 'I'.
               88 GIN-ESPERA VALUE 'E'.
               88 GIN-DESISTENTE VALUE 'D'.
      *----Data em que a vaga passou a ser do paciente (inscricao
      *----direta ou chamada da fila): e a medicao de partida
           03 GIN-DATA-VAGA PIC 9(8).
