      *----Layout dos pedidos de matricula MATPEDID para o ano letivo
      *----seguinte, numerados por ano. Rematricula de aluno atual
      *----(tipo R, com a matricula do ALUNOS) nasce reservada na
      *----abertura da campanha; candidato novo (tipo N) entra na
      *----lista de espera da turma, ordenada pela prioridade de irmao
      *----ja matriculado e pela data do pedido. Ocupam vaga na turma
      *----os pedidos reservados, oferecidos e confirmados. So o
      *----confirmado vira registro do ALUNOS do ano seguinte.
       01  REG-PEDIDO-MATRICULA.
           03 PED-CHAVE.
               05 PED-ANO PIC 9(4).
               05 PED-NUMERO PIC 9(6).
           03 PED-TIPO PIC X(1).
               88 PED-REMATRICULA VALUE 'R'.
               88 PED-CANDIDATO VALUE 'N'.
           03 PED-MATRICULA PIC 9(6).
           03 PED-NOME PIC X(30).
           03 PED-TURMA PIC X(6).
           03 PED-DATA-PEDIDO PIC 9(8).
      *----Matricula ativa do irmao que da prioridade, zero se nao tem
           03 PED-MATRICULA-IRMAO PIC 9(6).
           03 PED-SITUACAO PIC X(1).
               88 PED-RESERVADO VALUE 'P'.
               88 PED-EM-ESPERA VALUE 'E'.
               88 PED-OFERECIDO VALUE 'O'.
               88 PED-CONFIRMADO VALUE 'C'.
               88 PED-LIBERADO VALUE 'L'.
               88 PED-MATRICULADO VALUE 'G'.
               88 PED-OCUPA-VAGA VALUE 'P' 'O' 'C' 'G'.
           03 PED-DATA-SITUACAO PIC 9(8).
