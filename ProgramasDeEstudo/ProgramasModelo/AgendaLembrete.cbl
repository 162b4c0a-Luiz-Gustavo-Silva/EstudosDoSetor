      *          controle LEMBRCTL liga cada codigo a consulta, para
      *          o LembreteRetorno.cbl aplicar o resultado da ligacao
      *          (confirmou, remarcou, cancelou) de volta no
      *          AGD-STATUS. Cada lembrete tambem entra na fila unica
      *          MSGSAIDA (modelo LEMBCONS, com o mesmo codigo de
      *          confirmacao), para sair por SMS ou e-mail pelo
      *          MensagemDespacho; a lista continua para a recepcao
      *          ligar a quem nao tem canal eletronico.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgendaLembrete.
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Codigo de confirmacao -> consulta, consumido pelo
      *----LembreteRetorno na volta das ligacoes
           COPY MensagemSaidaSelect.
           SELECT CONTROLE-LEMBRETE ASSIGN TO "LEMBRCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           03 PCT-CONTATO PIC X(40).
       FD  LEMBRETES.
       01  REG-LEMBRETE PIC X(100).
       COPY MensagemSaidaFD.
       FD  CONTROLE-LEMBRETE.
       01  REG-CONTROLE-LEMBRETE.
           03 LCT-CODIGO PIC 9(4).
           OPEN INPUT PAC-CONTATOS
           OPEN OUTPUT LEMBRETES
           OPEN OUTPUT CONTROLE-LEMBRETE
           OPEN EXTEND MENSAGENS-SAIDA
           MOVE SPACES TO REG-LEMBRETE
           STRING 'LEMBRETES PARA AS CONSULTAS DE '
               DELIMITED BY SIZE
           CLOSE PAC-CONTATOS
           CLOSE LEMBRETES
           CLOSE CONTROLE-LEMBRETE
           CLOSE MENSAGENS-SAIDA
           STOP RUN.

      *----Dois dias uteis a frente: rola amanha para o dia util e
           MOVE AGD-HORA TO LCT-HORA
           MOVE AGD-PROFISSIONAL TO LCT-PROFISSIONAL
           MOVE AGD-PAC-ID TO LCT-PAC-ID
           WRITE REG-CONTROLE-LEMBRETE
           PERFORM 1100-ENFILEIRAR-MENSAGEM.

      *----Mesmo lembrete na fila unica: o despacho resolve o canal
      *----pelo PACCTT; a resposta do paciente volta pelo codigo
       1100-ENFILEIRAR-MENSAGEM.
           MOVE 'AGENDALEMBRETE' TO MSG-PROGRAMA
           SET MSG-PARA-PACIENTE TO TRUE
           MOVE AGD-PAC-ID TO MSG-DEST-ID
           SET MSG-MELHOR-CANAL TO TRUE
           MOVE 'LEMBCONS' TO MSG-MODELO
           SET MSG-SERVICO TO TRUE
           MOVE SPACES TO MSG-VARIAVEIS
           MOVE AGD-NOME TO MSG-VARIAVEL(1)
           MOVE AGD-DATA TO MSG-VARIAVEL(2)
           MOVE AGD-HORA TO MSG-VARIAVEL(3)
           MOVE AGD-PROFISSIONAL TO MSG-VARIAVEL(4)
           MOVE PROXIMO-CODIGO TO MSG-VARIAVEL(5)
           PERFORM 9810-GRAVAR-MENSAGEM-SAIDA.

       COPY GravarMensagemSaida.
       END PROGRAM AgendaLembrete.
