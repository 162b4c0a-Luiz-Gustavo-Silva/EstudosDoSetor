      *          de parametros (obesidade 30 dias, sobrepeso 90 por
      *          contrato), acha o primeiro slot livre da AGENDA a
      *          partir do intervalo - dia util pelo DataUtil, dentro
      *          do expediente do profissional e fora das ferias,
      *          licencas e bloqueios dele (AgendaDisponivel) - e
      *          marca a consulta provisoria com status P, gerada
      *          pelo sistema. A lista RETAGRPT sai para a recepcao
      *          confirmar com o paciente (LembreteRetorno/
      *          AgendaManutencao).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetornoAgenda.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT OPTIONAL PROFISSIONAIS ASSIGN TO "PROFISSIONAIS"
               ORGANIZATION IS INDEXED
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 FILLER PIC X(207).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  PROFISSIONAIS.
      *----Mesmo layout do REG-PROFISSIONAL de ProfissionalManutencao
       01  REG-PROFISSIONAL.
       01  MINUTOS-DO-DIA PIC 9(5).
       01  HORA-SLOT PIC 9(4).
       01  VAGA-MARCADA PIC X.
      *----Excecao ao expediente (ferias, licenca, bloqueio) que
      *----barra o slot, pelo AgendaDisponivel
       01  MOTIVO-AUSENCIA PIC X(1).
       01  DESCRICAO-AUSENCIA PIC X(30).
       01  RETORNO-AUSENCIA PIC 9(2).
       01  QTD-TENTATIVAS PIC 9(2).
       01  QTD-MARCADOS PIC 9(4) VALUE 0.
       01  QTD-SEM-VAGA PIC 9(4) VALUE 0.
                   CLA-PAC-ID
           END-IF.

      *----Slots do expediente, um a um, pulando os que caem em
      *----excecao do profissional; a colisao de chave no WRITE e o
      *----proprio teste de slot ocupado
       2100-TENTAR-O-DIA.
           MOVE 0 TO HORA-SLOT
           COMPUTE MINUTOS-DO-DIA =
                   (MINUTOS-DO-DIA / 60) * 100 +
                   FUNCTION MOD(MINUTOS-DO-DIA 60)
               IF HORA-SLOT LESS HORA-FIM
                   CALL 'AgendaDisponivel' USING PROF-RETORNO
                       DATA-ALVO HORA-SLOT MOTIVO-AUSENCIA
                       DESCRICAO-AUSENCIA RETORNO-AUSENCIA
                   IF RETORNO-AUSENCIA NOT = 10
                       PERFORM 2200-TENTAR-O-SLOT
                   END-IF
               END-IF
               ADD MINUTOS-SLOT TO MINUTOS-DO-DIA
           END-PERFORM.
                       MOVE CLA-PAC-ID TO AGD-PAC-ID
                       MOVE PAC-NOME TO AGD-NOME
                       SET AGD-PROVISORIA TO TRUE
                       MOVE 0 TO AGD-HORA-CHEGADA
                       REWRITE REG-AGENDA
                       PERFORM 2400-ANOTAR-MARCACAO
                   END-IF
           MOVE CLA-PAC-ID TO AGD-PAC-ID
           MOVE PAC-NOME TO AGD-NOME
           SET AGD-PROVISORIA TO TRUE
           MOVE 0 TO AGD-HORA-CHEGADA
           WRITE REG-AGENDA
               INVALID KEY
                   CONTINUE
