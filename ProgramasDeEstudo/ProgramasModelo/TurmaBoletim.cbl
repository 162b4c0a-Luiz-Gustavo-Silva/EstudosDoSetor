      *          periodo), que o ProvaFinal completa e o
      *          HistoricoEmite imprime quando alguem pede
      *          transferencia.
      *          Cada turma fechada na rodada fica travada no
      *          FECHTURMA com o ano e o periodo: o NotasManutencao
      *          deixa de aceitar nota da turma e a correcao passa a
      *          ser por pedido de revisao no NotaRevisao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TurmaBoletim.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS FS-HISTORICO.
      *----Trava de fechamento por turma, lida pelo NotasManutencao
           SELECT OPTIONAL FECHAMENTOS ASSIGN TO "FECHTURMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCH-TURMA
               FILE STATUS IS FS-FECHAMENTOS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS.
           03 MAT-STATUS PIC X(1).
               88 MAT-ATIVO VALUE 'A'.
               88 MAT-INATIVO VALUE 'I'.
           03 MAT-DATA-INATIVACAO PIC 9(8).
           03 MAT-DATA-NASCIMENTO PIC 9(8).
           03 MAT-SEXO PIC X(1).
       FD  FREQUENCIA-CALC.
      *----Mesmo layout do REG-FREQ-CALC de FrequenciaApura.cbl
       01  REG-FREQ-CALC.
      *----Media final depois da prova de recuperacao; zeros quando
      *----nao houve prova
           03 HST-NOTA-FINAL PIC 9(2)V9(2).
       FD  FECHAMENTOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegTurmaFechamento.
       WORKING-STORAGE SECTION.
       01  FS-ALUNOS PIC X(2).
       01  FS-FREQUENCIA PIC X(2).
       01  ANO-FECHAMENTO PIC 9(4).
       01  PERIODO-FECHAMENTO PIC 9(1).
       01  SITUACAO-HISTORICO PIC X(1).
       01  FS-FECHAMENTOS PIC X(2).
       01  OPERADOR-FECHAMENTO PIC X(10).
      *----Fechamento por turma para a pagina de consolidacao: uma
      *----entrada por codigo de turma visto na rodada
       01  TURMA-DO-ALUNO PIC X(6).
           OPEN OUTPUT BOLETIM
           OPEN OUTPUT RECUPERACAO
           OPEN I-O HISTORICO-ESCOLAR
           OPEN I-O FECHAMENTOS
           ACCEPT OPERADOR-FECHAMENTO FROM ENVIRONMENT 'USER'
           PERFORM 0100-CARREGAR-FREQUENCIAS
           OPEN INPUT ALUNOS
      *----Sem o cadastro o boletim sai como sempre saiu, so sem nome
           CLOSE BOLETIM
           CLOSE RECUPERACAO
           CLOSE HISTORICO-ESCOLAR
           CLOSE FECHAMENTOS
           CLOSE ALUNOS
           STOP RUN.

               ADD FREQUENCIA-ALUNO TO TUR-SOMA-FREQ(IDX-TURMA)
           END-IF
           PERFORM 1500-GRAVAR-HISTORICO
           PERFORM 1600-FECHAR-TURMA
           MOVE LINHA-BOLETIM TO REG-BOLETIM
           WRITE REG-BOLETIM
           IF QTD-ESTATISTICA < 500
           MOVE SITUACAO-HISTORICO TO HST-SITUACAO
           MOVE 0 TO HST-NOTA-FINAL.

      *----A turma do aluno fica fechada no ano e periodo da rodada;
      *----o balde SEM-T nao e turma e nao trava nada
       1600-FECHAR-TURMA.
           IF TURMA-DO-ALUNO NOT = 'SEM-T'
               MOVE TURMA-DO-ALUNO TO FCH-TURMA
               READ FECHAMENTOS KEY IS FCH-TURMA
                   INVALID KEY
                       PERFORM 1650-MONTAR-FECHAMENTO
                       WRITE REG-TURMA-FECHAMENTO
                   NOT INVALID KEY
                       IF NOT FCH-FECHADO
                               OR FCH-ANO NOT = ANO-FECHAMENTO
                               OR FCH-PERIODO NOT = PERIODO-FECHAMENTO
                           PERFORM 1650-MONTAR-FECHAMENTO
                           REWRITE REG-TURMA-FECHAMENTO
                       END-IF
               END-READ
           END-IF.

       1650-MONTAR-FECHAMENTO.
           MOVE TURMA-DO-ALUNO TO FCH-TURMA
           MOVE ANO-FECHAMENTO TO FCH-ANO
           MOVE PERIODO-FECHAMENTO TO FCH-PERIODO
           SET FCH-FECHADO TO TRUE
           MOVE DATA-PROCESSAMENTO TO FCH-DATA-SITUACAO
           MOVE OPERADOR-FECHAMENTO TO FCH-OPERADOR.

      *----A frequencia apurada pelo pre-passo vale mais que o
      *----percentual digitado no CLASSROSTER, que fica so como
      *----reserva de quando a chamada nao foi digitada
