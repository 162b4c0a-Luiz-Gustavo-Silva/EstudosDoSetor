      *          ultimo aviso por matricula: selecionado de novo um
      *          mes depois, sai o segundo aviso com texto escalado;
      *          antes disso o aluno nao recebe carta repetida.
      *          Cada carta tambem entra na fila unica MSGSAIDA
      *          (modelos FREQAV1 e FREQAV2) para o aviso chegar ao
      *          responsavel por SMS ou e-mail pelo MensagemDespacho.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FrequenciaAlerta.
           SELECT CHAMADA ASSIGN TO "FREQDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHAMADA.
           SELECT OPTIONAL RESPONSAVEIS ASSIGN TO "RESPONSA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS FS-AVISOS.
           SELECT CARTAS ASSIGN TO "CARTASFREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY MensagemSaidaSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  CHAMADA.
               05 RSP-END-CIDADE PIC X(20).
               05 RSP-END-UF PIC X(2).
               05 RSP-END-CEP PIC X(9).
           03 RSP-CLIENTE PIC 9(6).
           03 RSP-BOLSA-PERCENTUAL PIC 9(3)V9(2).
       FD  AVISOS.
       01  REG-AVISO.
           03 AVF-MATRICULA PIC 9(6).
           03 AVF-NIVEL PIC 9(1).
       FD  CARTAS.
       01  REG-CARTA PIC X(80).
       COPY MensagemSaidaFD.
       WORKING-STORAGE SECTION.
       01  FS-CHAMADA PIC X(2).
       01  FS-RESPONSAVEIS PIC X(2).
           OPEN INPUT RESPONSAVEIS
           OPEN I-O AVISOS
           OPEN OUTPUT CARTAS
           OPEN EXTEND MENSAGENS-SAIDA
           PERFORM VARYING IDX-ALUNO FROM 1 BY 1
                   UNTIL IDX-ALUNO > QTD-ALUNOS
               PERFORM 2000-AVALIAR-ALUNO
           CLOSE RESPONSAVEIS
           CLOSE AVISOS
           CLOSE CARTAS
           CLOSE MENSAGENS-SAIDA
           STOP RUN.

       1000-ACUMULAR-CHAMADA.
           WRITE REG-CARTA
           PERFORM 3200-LISTAR-FALTAS-DO-ALUNO
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           PERFORM 3300-ENFILEIRAR-MENSAGEM.

       3050-SEM-RESPONSAVEL.
           MOVE 'AO RESPONSAVEL (SEM CADASTRO)' TO REG-CARTA
               END-READ
           END-PERFORM
           CLOSE CHAMADA.

      *----Aviso eletronico ao responsavel pela matricula; o despacho
      *----chega aos contatos pelo cliente pagador do RESPONSAVEIS
       3300-ENFILEIRAR-MENSAGEM.
           MOVE 'FREQUENCIAALERTA' TO MSG-PROGRAMA
           SET MSG-PARA-RESPONSAVEL TO TRUE
           MOVE APU-MATRICULA(IDX-ALUNO) TO MSG-DEST-ID
           SET MSG-MELHOR-CANAL TO TRUE
           MOVE SPACES TO MSG-MODELO
           STRING 'FREQAV' NIVEL-AVISO DELIMITED BY SIZE
               INTO MSG-MODELO
           SET MSG-SERVICO TO TRUE
           MOVE SPACES TO MSG-VARIAVEIS
           MOVE APU-MATRICULA(IDX-ALUNO) TO MSG-VARIAVEL(1)
           MOVE PROJECAO TO MSG-VARIAVEL(2)
           MOVE APU-AUSENCIAS(IDX-ALUNO) TO MSG-VARIAVEL(3)
           MOVE DATA-HOJE TO MSG-VARIAVEL(4)
           PERFORM 9810-GRAVAR-MENSAGEM-SAIDA.

       COPY GravarMensagemSaida.
       END PROGRAM FrequenciaAlerta.
