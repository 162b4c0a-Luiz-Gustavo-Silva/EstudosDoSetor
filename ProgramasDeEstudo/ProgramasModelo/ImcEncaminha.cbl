      *          geram carta duplicada. Cada carta emitida tambem
      *          abre um registro de acompanhamento no ENCAMFUP, que
      *          a clinica atualiza conforme as respostas voltam
      *          (EncaminhaManutencao.cbl). A carta tambem entra na
      *          fila unica MSGSAIDA (modelo ENCNUTRI) para o aviso
      *          sair por SMS ou e-mail pelo MensagemDespacho.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImcEncaminha.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
      *----Registro de encaminhamentos ja feitos, por paciente
           SELECT OPTIONAL REGISTRO-ENCAM ASSIGN TO "ENCAMREG"
               FILE STATUS IS FS-PARAM.
           SELECT CARTAS ASSIGN TO "CARTASENC"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY MensagemSaidaSelect.
      *----Acompanhamento dos encaminhados: um registro por carta
      *----emitida, atualizado conforme o destino responde
           SELECT OPTIONAL ACOMPANHAMENTO ASSIGN TO "ENCAMFUP"
               05 PAC-END-UF PIC X(2).
               05 PAC-END-CEP PIC X(9).
           03 FILLER PIC X(101).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  REGISTRO-ENCAM.
       01  REG-REGISTRO-ENCAM.
           03 ENR-PAC-ID PIC 9(6).
           03 PARM-JANELA-DIAS PIC 9(3).
       FD  CARTAS.
       01  REG-CARTA PIC X(80).
       COPY MensagemSaidaFD.
       FD  ACOMPANHAMENTO.
      *----Mesmo layout do REG-ACOMPANHAMENTO de
      *----EncaminhaManutencao.cbl
           OPEN I-O REGISTRO-ENCAM
           OPEN I-O ACOMPANHAMENTO
           OPEN OUTPUT CARTAS
           OPEN EXTEND MENSAGENS-SAIDA
           PERFORM UNTIL FIM-ENCAMINHAMENTOS = 'S'
               READ ENCAMINHAMENTOS
                   AT END
           CLOSE REGISTRO-ENCAM
           CLOSE ACOMPANHAMENTO
           CLOSE CARTAS
           CLOSE MENSAGENS-SAIDA
           DISPLAY 'Cartas de encaminhamento: ' QTD-CARTAS
               ' dentro da janela: ' QTD-SEGURADAS
               ' sem cadastro: ' QTD-SEM-CADASTRO
                   ADD 1 TO QTD-SEM-CADASTRO
               NOT INVALID KEY
                   PERFORM 3100-IMPRIMIR-CARTA
                   PERFORM 3120-ENFILEIRAR-MENSAGEM
                   PERFORM 3150-ABRIR-ACOMPANHAMENTO
                   PERFORM 3200-ATUALIZAR-REGISTRO
           END-READ.
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA.

      *----Aviso do encaminhamento ao paciente, com a data da visita
      *----e a classificacao; medidas so na carta
       3120-ENFILEIRAR-MENSAGEM.
           MOVE 'IMCENCAMINHA' TO MSG-PROGRAMA
           SET MSG-PARA-PACIENTE TO TRUE
           MOVE OBS-PAC-ID TO MSG-DEST-ID
           SET MSG-MELHOR-CANAL TO TRUE
           MOVE 'ENCNUTRI' TO MSG-MODELO
           SET MSG-SERVICO TO TRUE
           MOVE SPACES TO MSG-VARIAVEIS
           MOVE PAC-NOME TO MSG-VARIAVEL(1)
           MOVE OBS-DATA TO MSG-VARIAVEL(2)
           MOVE OBS-CLASSIFICACAO TO MSG-VARIAVEL(3)
           PERFORM 9810-GRAVAR-MENSAGEM-SAIDA.

      *----O encaminhamento nasce no acompanhamento com status
      *----emitido; a clinica atualiza conforme a resposta volta
       3150-ABRIR-ACOMPANHAMENTO.
               MOVE 1 TO ENR-QTD-ENCAMINHAMENTOS
               WRITE REG-REGISTRO-ENCAM
           END-IF.

       COPY GravarMensagemSaida.
       END PROGRAM ImcEncaminha.
