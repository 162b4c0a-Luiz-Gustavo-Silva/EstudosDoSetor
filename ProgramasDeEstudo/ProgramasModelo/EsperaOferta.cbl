      *          no arquivo OFERTAS para a recepcao ligar, o registro
      *          cancelado muda para status O (vaga ja oferecida, nao
      *          reusar amanha) e a confirmacao e feita na opcao
      *          propria do EsperaManutencao.cbl. Vaga que cai em
      *          ferias, licenca ou bloqueio do profissional
      *          (AgendaDisponivel) nao e vaga: fica cancelada, sem
      *          oferta. Cada oferta tambem entra na fila unica
      *          MSGSAIDA (modelo VAGAOFER) para o paciente ser
      *          avisado por SMS ou e-mail pelo MensagemDespacho.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EsperaOferta.
               FILE STATUS IS FS-ESPERA.
           SELECT OFERTAS ASSIGN TO "OFERTAS"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY MensagemSaidaSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  AGENDA.
           03 OFE-HORA-VAGA PIC 9(4).
           03 OFE-PROFISSIONAL PIC 9(3).
           03 OFE-PRIORIDADE PIC 9(1).
       COPY MensagemSaidaFD.
       WORKING-STORAGE SECTION.
       01  FS-AGENDA PIC X(2).
       01  FS-ESPERA PIC X(2).
           03 TF-OFERTADO PIC X(1).
       01  QTD-OFERTAS PIC 9(4) VALUE 0.
       01  QTD-VAGAS-SEM-FILA PIC 9(4) VALUE 0.
       01  QTD-VAGAS-BLOQUEADAS PIC 9(4) VALUE 0.
      *----Excecao ao expediente (ferias, licenca, bloqueio) que
      *----barra o slot, pelo AgendaDisponivel
       01  MOTIVO-AUSENCIA PIC X(1).
       01  DESCRICAO-AUSENCIA PIC X(30).
       01  RETORNO-AUSENCIA PIC 9(2).
       PROCEDURE DIVISION.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 1000-CARREGAR-FILA
           END-IF
           OPEN I-O AGENDA
           OPEN OUTPUT OFERTAS
           OPEN EXTEND MENSAGENS-SAIDA
           MOVE 'N' TO FIM-ARQUIVO
           IF FS-AGENDA NOT = '00' AND FS-AGENDA NOT = '05'
               MOVE 'S' TO FIM-ARQUIVO
      *----oferecido a ninguem
                       IF AGD-CANCELADA AND
                               AGD-DATA GREATER DATA-HOJE
                           CALL 'AgendaDisponivel' USING
                               AGD-PROFISSIONAL AGD-DATA AGD-HORA
                               MOTIVO-AUSENCIA DESCRICAO-AUSENCIA
                               RETORNO-AUSENCIA
                           IF RETORNO-AUSENCIA = 10
                               ADD 1 TO QTD-VAGAS-BLOQUEADAS
                           ELSE
                               PERFORM 2000-OFERTAR-VAGA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'Ofertas geradas: ' QTD-OFERTAS
               '  vagas sem candidato: ' QTD-VAGAS-SEM-FILA
               '  vagas em ausencia do profissional: '
               QTD-VAGAS-BLOQUEADAS
           CLOSE AGENDA
           CLOSE OFERTAS
           CLOSE MENSAGENS-SAIDA
           GOBACK.

       1000-CARREGAR-FILA.
               MOVE AGD-PROFISSIONAL TO OFE-PROFISSIONAL
               MOVE TF-PRIORIDADE(MELHOR-FILA) TO OFE-PRIORIDADE
               WRITE REG-OFERTA
               PERFORM 2100-ENFILEIRAR-MENSAGEM
               SET AGD-OFERTADA TO TRUE
               REWRITE REG-AGENDA
           END-IF.

      *----Aviso da vaga ao paciente; a confirmacao continua na
      *----recepcao, pelo EsperaManutencao
       2100-ENFILEIRAR-MENSAGEM.
           MOVE 'ESPERAOFERTA' TO MSG-PROGRAMA
           SET MSG-PARA-PACIENTE TO TRUE
           MOVE OFE-PAC-ID TO MSG-DEST-ID
           SET MSG-MELHOR-CANAL TO TRUE
           MOVE 'VAGAOFER' TO MSG-MODELO
           SET MSG-SERVICO TO TRUE
           MOVE SPACES TO MSG-VARIAVEIS
           MOVE OFE-DATA-VAGA TO MSG-VARIAVEL(1)
           MOVE OFE-HORA-VAGA TO MSG-VARIAVEL(2)
           MOVE OFE-PROFISSIONAL TO MSG-VARIAVEL(3)
           PERFORM 9810-GRAVAR-MENSAGEM-SAIDA.

       COPY GravarMensagemSaida.
       END PROGRAM EsperaOferta.
