      *          historico) vem do mesmo master PATIENTS do programa
      *          interativo, e cada visita tambem atualiza PAC-HISTORICO
      *          e grava em IMC-HISTORY, igual ao IMC.cbl.
      *          Cada visita classificada emite ou reemite o plano
      *          nutricional do paciente pelo PlanoNutriAtualiza,
      *          como no programa interativo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCBatch.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT OPTIONAL IMC-HISTORY ASSIGN TO "IMCHIST"
               ORGANIZATION IS INDEXED
               05 HIST-ALTURA PIC 9(1)V9(2).
               05 HIST-PESO PIC 9(3)V9(2).
               05 HIST-IMC PIC 9(2)V9(2).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  IMC-HISTORY.
       01  REG-HISTORICO.
           03 HIST-KEY.
       01  HORA-AGORA PIC 9(6).
       01  IDX PIC 9(1).
       01  IDADE-PACIENTE PIC 9(3).
       01  FAIXA-IDADE-PLANO PIC X(1).
       01  RETORNO-PLANO PIC 9(2).
       01  QTD-PLANOS-EMITIDOS PIC 9(5) VALUE 0.
       01  QTD-SEM-MODELO PIC 9(5) VALUE 0.
       01  LINHA-RELATORIO.
           03 LR-PAC-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
               SUBTRACT 1 FROM IDADE-PACIENTE
           END-IF
           IF IDADE-PACIENTE < 18
               MOVE 'P' TO FAIXA-IDADE-PLANO
               PERFORM 2100-CLASSIFICAR-IMC-PEDIATRICO
           ELSE
               MOVE 'A' TO FAIXA-IDADE-PLANO
               PERFORM 2200-CLASSIFICAR-IMC
           END-IF
           MOVE ROS-PAC-ID TO LR-PAC-ID
               PERFORM 2800-GRAVAR-SINAIS
           END-IF
           PERFORM 2900-SOMAR-PROFISSIONAL
           PERFORM 2950-ATUALIZAR-PLANO
           REWRITE REG-PACIENTE.

      *----Plano nutricional da faixa da visita; emitido ou reemitido
      *----fica pendente para o PlanoImprime
       2950-ATUALIZAR-PLANO.
           CALL 'PlanoNutriAtualiza' USING PAC-ID FAIXA-IDADE-PLANO
               PAC-SEXO MENSAGEM-CLASSIFICACAO DATA-HOJE RETORNO-PLANO
           EVALUATE RETORNO-PLANO
               WHEN 01
               WHEN 02
                   ADD 1 TO QTD-PLANOS-EMITIDOS
               WHEN 10
                   ADD 1 TO QTD-SEM-MODELO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----Visita classificada como obesidade alimenta a interface do
      *----passo de cartas de encaminhamento ao servico de nutricao
       2600-GRAVAR-ENCAMINHAMENTO.
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           STRING 'Planos nutricionais emitidos: ' DELIMITED BY SIZE
               QTD-PLANOS-EMITIDOS DELIMITED BY SIZE
               '  sem modelo: ' DELIMITED BY SIZE
               QTD-SEM-MODELO DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'Visitas por profissional:' TO REG-RELATORIO
