      *----Fila unica de mensagens ao publico (SMS e e-mail): cada
      *----programa que fala com cliente, paciente ou responsavel
      *----grava aqui uma mensagem por destinatario, e o
      *----MensagemDespacho resolve o canal e monta a remessa diaria
      *----do gateway. Abra em modo EXTEND para acumular o dia.
           SELECT OPTIONAL MENSAGENS-SAIDA ASSIGN TO "MSGSAIDA"
               ORGANIZATION IS LINE SEQUENTIAL.
