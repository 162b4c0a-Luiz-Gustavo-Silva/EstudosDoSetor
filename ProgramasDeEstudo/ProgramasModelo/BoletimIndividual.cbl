               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-MATRICULA
               FILE STATUS IS FS-ALUNOS.
           SELECT OPTIONAL RESPONSAVEIS ASSIGN TO "RESPONSA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
           03 MAT-STATUS PIC X(1).
               88 MAT-ATIVO VALUE 'A'.
               88 MAT-INATIVO VALUE 'I'.
           03 MAT-DATA-INATIVACAO PIC 9(8).
           03 MAT-DATA-NASCIMENTO PIC 9(8).
           03 MAT-SEXO PIC X(1).
       FD  RESPONSAVEIS.
      *----Mesmo layout do REG-RESPONSAVEL de ResponsavelManutencao
       01  REG-RESPONSAVEL.
               05 RSP-END-CIDADE PIC X(20).
               05 RSP-END-UF PIC X(2).
               05 RSP-END-CEP PIC X(9).
           03 RSP-CLIENTE PIC 9(6).
           03 RSP-BOLSA-PERCENTUAL PIC 9(3)V9(2).
       FD  DISCIPLINAS.
      *----Mesmo layout mantido pelo DisciplinaManutencao.cbl
       01  REG-DISCIPLINA.
