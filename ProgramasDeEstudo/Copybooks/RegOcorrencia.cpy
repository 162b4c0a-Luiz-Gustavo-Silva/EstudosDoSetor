      *----Layout do livro de ocorrencias da portaria OCORREN, numerado
      *----em sequencia: portao, operador, a linha do ENTRYLOG (pela
      *----data-hora gravada nela) e o documento do visitante quando
      *----ha, o tipo e a gravidade do incidente e o acompanhamento
      *----ate o encerramento. Gravidade no limite de escalonamento
      *----ou acima entra na lista do supervisor de seguranca.
       01  REG-OCORRENCIA.
           03 OCO-NUMERO PIC 9(6).
           03 OCO-DATA PIC 9(8).
           03 OCO-HORA PIC 9(6).
           03 OCO-PORTAO PIC 9(2).
           03 OCO-OPERADOR PIC X(10).
      *----Data-hora da linha do ENTRYLOG (AAAAMMDD-HHMMSS); espacos
      *----quando o incidente nao tem linha no log
           03 OCO-ENTRYLOG PIC X(15).
      *----Documento do visitante; zeros quando nao ha
           03 OCO-DOCUMENTO PIC 9(11).
           03 OCO-TIPO PIC X(1).
               88 OCO-RECUSA-DOCUMENTO VALUE 'D'.
               88 OCO-BANIDO VALUE 'B'.
               88 OCO-CRACHA-PERDIDO VALUE 'C'.
               88 OCO-AVARIA VALUE 'A'.
               88 OCO-OUTROS VALUE 'O'.
               88 OCO-TIPO-VALIDO VALUE 'D' 'B' 'C' 'A' 'O'.
      *----1 baixa, 2 media, 3 alta, 4 critica
           03 OCO-GRAVIDADE PIC 9(1).
               88 OCO-GRAVIDADE-VALIDA VALUE 1 THRU 4.
           03 OCO-DESCRICAO PIC X(60).
           03 OCO-ESCALADA PIC X(1).
               88 OCO-ESCALADA-SUPERVISOR VALUE 'S'.
           03 OCO-SITUACAO PIC X(1).
               88 OCO-ABERTA VALUE 'A'.
               88 OCO-EM-ACOMPANHAMENTO VALUE 'E'.
               88 OCO-ENCERRADA VALUE 'F'.
      *----Ultima anotacao de acompanhamento e quem a fez
           03 OCO-ACOMPANHAMENTO PIC X(60).
           03 OCO-DATA-ACOMPANHAMENTO PIC 9(8).
           03 OCO-RESPONSAVEL PIC X(10).
           03 OCO-DATA-ENCERRAMENTO PIC 9(8).
