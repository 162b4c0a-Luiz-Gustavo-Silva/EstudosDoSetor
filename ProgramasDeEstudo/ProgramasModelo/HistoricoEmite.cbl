           03 MAT-NOME PIC X(30).
           03 MAT-TURMA PIC X(6).
           03 MAT-STATUS PIC X(1).
           03 MAT-DATA-INATIVACAO PIC 9(8).
           03 MAT-DATA-NASCIMENTO PIC 9(8).
           03 MAT-SEXO PIC X(1).
       FD  EMISSOES.
       01  REG-EMISSAO.
           03 EMI-NUMERO PIC 9(6).
