      *----Layout da remessa diaria ao gateway de mensagens, gravada
      *----pelo MensagemDespacho. A referencia vai e volta intacta no
      *----retorno do gateway: o MensagemRetorno acha por ela o canal
      *----de contato usado e marca o que foi devolvido.
       01  REG-MENSAGEM-ENVIO.
           03 ENV-REFERENCIA.
               05 ENV-DATA PIC 9(8).
               05 ENV-SEQUENCIA PIC 9(6).
      *----C-canal do CONTATOS (chave CTT-NUMERO + CTT-SEQ),
      *----P-contato do PACCTT (paciente), T-telefone do cadastro do
      *----cliente (sem canal no CONTATOS)
               05 ENV-ORIGEM-CONTATO PIC X(1).
                   88 ENV-DO-CONTATOS VALUE 'C'.
                   88 ENV-DO-PACCTT VALUE 'P'.
                   88 ENV-DO-CADASTRO VALUE 'T'.
               05 ENV-CONTATO-CHAVE.
                   07 ENV-CONTATO-ID PIC 9(6).
                   07 ENV-CONTATO-SEQ PIC 9(2).
      *----S-SMS, E-e-mail
           03 ENV-CANAL PIC X(1).
           03 ENV-ENDERECO PIC X(40).
           03 ENV-MODELO PIC X(8).
           03 ENV-VARIAVEIS PIC X(120).
