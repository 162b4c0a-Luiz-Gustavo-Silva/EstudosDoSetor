      *----Layout do arquivo MENSPLANO dos planos de mensalidade,
      *----um por turma do ALUNOS (MAT-TURMA): valor cheio do mes,
      *----dia de vencimento da conta no ACCOUNTS, servico da linha
      *----do FATMOV e desconto de irmaos, aplicado do segundo aluno
      *----em diante do mesmo cliente pagador.
       01  REG-MENSALIDADE-PLANO.
           03 MPL-TURMA PIC X(6).
           03 MPL-VALOR-MENSAL PIC 9(7)V9(2).
           03 MPL-DIA-VENCIMENTO PIC 9(2).
           03 MPL-DESCONTO-IRMAO PIC 9(3)V9(2).
           03 MPL-SERVICO PIC X(20).
           03 MPL-DATA-ALTERACAO PIC 9(8).
