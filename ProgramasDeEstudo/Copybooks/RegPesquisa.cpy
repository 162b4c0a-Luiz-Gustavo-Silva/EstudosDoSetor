      *----Layout do arquivo PESQUISAS de pesquisa de satisfacao pos-
      *----consulta: uma pesquisa por paciente e dia de visita,
      *----gravada enviada pelo PesquisaLista, respondida pelo
      *----PesquisaCarga e apurada no NPS mensal do PesquisaNps. A
      *----chave (paciente + data da visita) e o codigo impresso na
      *----lista e devolvido junto com a resposta.
       01  REG-PESQUISA.
           03 PSQ-CHAVE.
               05 PSQ-PAC-ID PIC 9(6).
               05 PSQ-DATA-VISITA PIC 9(8).
      *----Profissional da consulta na AGENDA (AGD-PROFISSIONAL)
           03 PSQ-PROFISSIONAL PIC 9(3).
           03 PSQ-DATA-ENVIO PIC 9(8).
      *----Canal do contato no PACCTT: F-fone, E-e-mail, W-whatsapp
           03 PSQ-CANAL PIC X(1).
           03 PSQ-STATUS PIC X(1).
               88 PSQ-ENVIADA VALUE 'E'.
               88 PSQ-RESPONDIDA VALUE 'R'.
      *----Nota de 0 a 10: 9-10 promotor, 7-8 neutro, 0-6 detrator
           03 PSQ-NOTA PIC 9(2).
           03 PSQ-MOTIVO PIC X(3).
               88 PSQ-MOTIVO-VALIDO VALUE 'ATE' 'ESP' 'PRE' 'RES'
                   'INS' 'AGE' 'OUT'.
           03 PSQ-COMENTARIO PIC X(60).
           03 PSQ-DATA-RESPOSTA PIC 9(8).
