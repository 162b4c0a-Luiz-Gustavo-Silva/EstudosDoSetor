      *----Layout comum da fila de mensagens: destinatario, canal
      *----pedido, codigo do modelo de texto (o texto mora no
      *----gateway), finalidade, variaveis do modelo e o programa de
      *----origem. Preencha os campos e de PERFORM 9810-GRAVAR-
      *----MENSAGEM-SAIDA (copybook GravarMensagemSaida).
       FD  MENSAGENS-SAIDA.
       01  REG-MENSAGEM-SAIDA.
           03 MSG-DATA PIC 9(8).
           03 MSG-PROGRAMA PIC X(20).
      *----C-cliente (CONTATOS), P-paciente (PACCTT), R-responsavel
      *----do aluno pela matricula (RESPONSAVEIS, contatos do
      *----cliente pagador)
           03 MSG-DESTINATARIO.
               05 MSG-DEST-TIPO PIC X(1).
                   88 MSG-PARA-CLIENTE VALUE 'C'.
                   88 MSG-PARA-PACIENTE VALUE 'P'.
                   88 MSG-PARA-RESPONSAVEL VALUE 'R'.
               05 MSG-DEST-ID PIC 9(6).
      *----S-SMS, E-e-mail; em branco o despacho escolhe o melhor
      *----canal do destinatario
           03 MSG-CANAL PIC X(1).
               88 MSG-CANAL-SMS VALUE 'S'.
               88 MSG-CANAL-EMAIL VALUE 'E'.
               88 MSG-MELHOR-CANAL VALUE SPACE.
           03 MSG-MODELO PIC X(8).
      *----S-servico (lembrete, cobranca, aviso): sai sempre;
      *----M-marketing: so com o consentimento CLI-OPT-IN
           03 MSG-FINALIDADE PIC X(1).
               88 MSG-SERVICO VALUE 'S'.
               88 MSG-MARKETING VALUE 'M'.
           03 MSG-VARIAVEIS.
               05 MSG-VARIAVEL PIC X(20) OCCURS 6 TIMES.
