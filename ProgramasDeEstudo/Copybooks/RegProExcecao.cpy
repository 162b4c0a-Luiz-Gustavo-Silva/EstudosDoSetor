      *----Layout do arquivo PROEXCEC de excecoes ao expediente do
      *----profissional (ferias, licenca, dia ou periodo bloqueado),
      *----mantido pelo ProfissionalManutencao. Chave profissional +
      *----primeiro dia + hora de inicio do bloqueio, para caber mais
      *----de um bloqueio parcial no mesmo dia. Toda marcacao da
      *----AGENDA consulta o arquivo pelo AgendaDisponivel.
       01  REG-PRO-EXCECAO.
           03 EXC-CHAVE.
               05 EXC-PRO-ID PIC 9(3).
               05 EXC-DATA-INICIO PIC 9(8).
      *----Janela bloqueada em HHMM, repetida em cada dia do periodo;
      *----inicio e fim zerados bloqueiam o dia inteiro
               05 EXC-HORA-INICIO PIC 9(4).
           03 EXC-DATA-FIM PIC 9(8).
           03 EXC-HORA-FIM PIC 9(4).
           03 EXC-MOTIVO PIC X(1).
               88 EXC-FERIAS VALUE 'F'.
               88 EXC-LICENCA VALUE 'L'.
               88 EXC-BLOQUEIO VALUE 'B'.
           03 EXC-DESCRICAO PIC X(30).
           03 EXC-OPERADOR PIC X(10).
           03 EXC-DATA-CADASTRO PIC 9(8).
      *----Excecao cancelada fica no arquivo com status X
           03 EXC-STATUS PIC X(1).
               88 EXC-ATIVA VALUE 'A'.
               88 EXC-CANCELADA VALUE 'X'.
