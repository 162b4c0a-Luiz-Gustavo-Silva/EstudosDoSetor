      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Consolida um paciente duplicado no sobrevivente, com
      *          conferencia do operador: passa para o numero
      *          sobrevivente as visitas do IMCHIST, os sinais vitais
      *          SINAIS, a meta METAS, as consultas da AGENDA, a vaga
      *          na fila ESPERA e os encaminhamentos ENCAMFUP do numero
      *          morto, reconstroi o cache PAC-HISTORICO do
      *          sobrevivente pelo IMCHIST (mesma disciplina do
      *          PacHistConfere) e transforma o cadastro morto num
      *          ponteiro (nome MESCLADO NO PACIENTE nnnnnn), que
      *          tambem bloqueia o numero contra reuso. Cada registro
      *          movido vai para o journal de auditoria. Os candidatos
      *          vem do relatorio do PacientesDuplicados. O CPF/CNPJ
      *          vai para o sobrevivente que ainda nao tem, como o
      *          endereco, e o ponteiro fica sem documento. Os
      *          consentimentos vigentes do duplicado no livro CONSENT
      *          passam ao sobrevivente com a data original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PacientesMerge.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT OPTIONAL IMC-HISTORY ASSIGN TO "IMCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS FS-IMC-HISTORY.
           SELECT OPTIONAL SINAIS-VITAIS ASSIGN TO "SINAIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-CHAVE
               FILE STATUS IS FS-SINAIS.
           SELECT OPTIONAL METAS ASSIGN TO "METAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-PAC-ID
               FILE STATUS IS FS-METAS.
           SELECT OPTIONAL AGENDA ASSIGN TO "AGENDA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS FS-AGENDA.
           SELECT OPTIONAL ESPERA ASSIGN TO "ESPERA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESP-PAC-ID
               FILE STATUS IS FS-ESPERA.
           SELECT OPTIONAL ACOMPANHAMENTO ASSIGN TO "ENCAMFUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENF-CHAVE
               FILE STATUS IS FS-ACOMPANHAMENTO.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  PATIENTS.
      *----Mesmo layout do REG-PACIENTE de IMC.cbl
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 PAC-NASCIMENTO PIC 9(8).
           03 PAC-SEXO PIC X(1).
           03 PAC-ENDERECO.
               05 PAC-END-RUA PIC X(30).
               05 PAC-END-NUMERO PIC X(6).
               05 PAC-END-COMPLEMENTO PIC X(10).
               05 PAC-END-BAIRRO PIC X(20).
               05 PAC-END-CIDADE PIC X(20).
               05 PAC-END-UF PIC X(2).
               05 PAC-END-CEP PIC X(9).
           03 PAC-QTD-HISTORICO PIC 9(1).
           03 PAC-HISTORICO OCCURS 5 TIMES.
               05 HIST-DATA PIC 9(8).
               05 HIST-ALTURA PIC 9(1)V9(2).
               05 HIST-PESO PIC 9(3)V9(2).
               05 HIST-IMC PIC 9(2)V9(2).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  IMC-HISTORY.
      *----Mesmo layout do REG-HISTORICO de IMC.cbl
       01  REG-HISTORICO.
           03 HIST-KEY.
               05 HK-PAC-ID PIC 9(6).
               05 HK-DATA PIC 9(8).
               05 HK-HORA PIC 9(6).
           03 HK-ALTURA PIC 9(1)V9(2).
           03 HK-PESO PIC 9(3)V9(2).
           03 HK-IMC PIC 9(2)V9(2).
       FD  SINAIS-VITAIS.
      *----Mesmo layout do REG-SINAIS de IMC.cbl
       01  REG-SINAIS.
           03 SIN-CHAVE.
               05 SIN-PAC-ID PIC 9(6).
               05 SIN-DATA PIC 9(8).
               05 SIN-HORA PIC 9(6).
           03 SIN-PA-SISTOLICA PIC 9(3).
           03 SIN-PA-DIASTOLICA PIC 9(3).
           03 SIN-GLICEMIA PIC 9(3).
       FD  METAS.
      *----Mesmo layout de MetaManutencao.cbl
       01  REG-META.
           03 MET-PAC-ID PIC 9(6).
           03 MET-TIPO PIC X(1).
           03 MET-VALOR-INICIAL PIC 9(3)V9(2).
           03 MET-VALOR-ALVO PIC 9(3)V9(2).
           03 MET-DATA-DEFINICAO PIC 9(8).
           03 MET-DATA-ALVO PIC 9(8).
           03 MET-PROFISSIONAL PIC X(30).
       FD  AGENDA.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAgenda.
       FD  ESPERA.
      *----Mesmo layout de EsperaManutencao.cbl
       01  REG-ESPERA.
           03 ESP-PAC-ID PIC 9(6).
           03 ESP-DATA-MINIMA PIC 9(8).
           03 ESP-PRIORIDADE PIC 9(1).
           03 ESP-DATA-ENTRADA PIC 9(8).
       FD  ACOMPANHAMENTO.
      *----Mesmo layout de EncaminhaManutencao.cbl
       01  REG-ACOMPANHAMENTO.
           03 ENF-CHAVE.
               05 ENF-PAC-ID PIC 9(6).
               05 ENF-DATA PIC 9(8).
           03 ENF-ESPECIALIDADE PIC X(20).
           03 ENF-STATUS PIC X(1).
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-PATIENTS PIC X(2).
       01  FS-IMC-HISTORY PIC X(2).
       01  FS-SINAIS PIC X(2).
       01  FS-METAS PIC X(2).
       01  FS-AGENDA PIC X(2).
       01  FS-ESPERA PIC X(2).
       01  FS-ACOMPANHAMENTO PIC X(2).
       01  NUMERO-SOBREVIVENTE PIC 9(6).
       01  NUMERO-DUPLICADO PIC 9(6).
       01  CONTINUAR PIC X(3) VALUE 'SIM'.
       COPY ConsentimentoParam.
       01  CONFIRMA PIC X(3).
       01  FIM-MOVER PIC X.
      *----Nome deixado no numero morto; o PacientesDuplicados
      *----reconhece o prefixo e nao poe o ponteiro na varredura
       01  PREFIXO-PONTEIRO PIC X(21) VALUE 'MESCLADO NO PACIENTE '.
      *----Copia do cadastro duplicado, lida antes de posicionar no
      *----sobrevivente (o FD so enxerga um registro por vez)
       01  AREA-DUPLICADO.
           03 DUP-NOME PIC X(30).
           03 DUP-NASCIMENTO PIC 9(8).
           03 DUP-SEXO PIC X(1).
           03 DUP-ENDERECO PIC X(97).
           03 DUP-DOC-TIPO PIC X(1).
           03 DUP-DOC-NUMERO PIC 9(14).
       01  NOME-SOBREVIVENTE PIC X(30).
      *----Chaves do registro movido, antes e depois da troca do
      *----numero, para apagar o antigo e retomar a leitura depois dele
       01  CHAVE-HIST-ANTIGA PIC X(20).
       01  CHAVE-SINAIS-ANTIGA PIC X(20).
       01  CHAVE-ENCAMINHA-ANTIGA PIC X(14).
       01  AREA-META PIC X(63).
       01  AREA-ESPERA.
           03 AE-DATA-MINIMA PIC 9(8).
           03 AE-PRIORIDADE PIC 9(1).
           03 AE-DATA-ENTRADA PIC 9(8).
       01  QTD-MOVIDOS PIC 9(5).
       01  QTD-NAO-MOVIDOS PIC 9(5).
      *----Cache recalculado do IMCHIST, na mesma disciplina de
      *----descarte do IMC.cbl e do PacHistConfere
       01  QTD-RECALCULADA PIC 9(1).
       01  IDX PIC 9(1).
       01  CACHE-RECALCULADO.
           03 VISITA-CALC OCCURS 5 TIMES.
               05 VC-DATA PIC 9(8).
               05 VC-ALTURA PIC 9(1)V9(2).
               05 VC-PESO PIC 9(3)V9(2).
               05 VC-IMC PIC 9(2)V9(2).
       PROCEDURE DIVISION.
           OPEN I-O PATIENTS
           IF FS-PATIENTS NOT = '00'
               DISPLAY 'MASTER DE PACIENTES INDISPONIVEL ('
                   FS-PATIENTS '), NADA MESCLADO'
               STOP RUN
           END-IF
           OPEN I-O IMC-HISTORY
           OPEN I-O SINAIS-VITAIS
           OPEN I-O METAS
           OPEN I-O AGENDA
           OPEN I-O ESPERA
           OPEN I-O ACOMPANHAMENTO
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'PACIENTESMERGE' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL CONTINUAR = 'NAO'
               PERFORM 1000-MESCLAR-PAR
               DISPLAY 'Mesclar outro par? SIM/NAO'
               ACCEPT CONTINUAR
           END-PERFORM
           CLOSE PATIENTS
           CLOSE IMC-HISTORY
           CLOSE SINAIS-VITAIS
           CLOSE METAS
           CLOSE AGENDA
           CLOSE ESPERA
           CLOSE ACOMPANHAMENTO
           CLOSE AUDIT-JOURNAL
           STOP RUN.

       1000-MESCLAR-PAR.
           DISPLAY 'Numero do paciente sobrevivente: '
           ACCEPT NUMERO-SOBREVIVENTE
           DISPLAY 'Numero do paciente duplicado (morre): '
           ACCEPT NUMERO-DUPLICADO
           IF NUMERO-SOBREVIVENTE = NUMERO-DUPLICADO
               DISPLAY 'Sobrevivente e duplicado sao o mesmo numero'
           ELSE
               PERFORM 2000-LER-DUPLICADO
           END-IF.

       2000-LER-DUPLICADO.
           MOVE NUMERO-DUPLICADO TO PAC-ID
           READ PATIENTS KEY IS PAC-ID
               INVALID KEY
                   DISPLAY 'Paciente duplicado nao encontrado'
               NOT INVALID KEY
                   IF PAC-NOME(1:21) = PREFIXO-PONTEIRO
                       DISPLAY 'Esse numero ja foi mesclado antes: '
                           PAC-NOME
                   ELSE
                       MOVE PAC-NOME TO DUP-NOME
                       MOVE PAC-NASCIMENTO TO DUP-NASCIMENTO
                       MOVE PAC-SEXO TO DUP-SEXO
                       MOVE PAC-ENDERECO TO DUP-ENDERECO
                       MOVE PAC-DOC-TIPO TO DUP-DOC-TIPO
                       MOVE PAC-DOC-NUMERO TO DUP-DOC-NUMERO
                       PERFORM 2100-LER-SOBREVIVENTE
                   END-IF
           END-READ.

      *----Conferencia do operador: os dois cadastros lado a lado
      *----antes de mexer em qualquer arquivo
       2100-LER-SOBREVIVENTE.
           MOVE NUMERO-SOBREVIVENTE TO PAC-ID
           READ PATIENTS KEY IS PAC-ID
               INVALID KEY
                   DISPLAY 'Paciente sobrevivente nao encontrado'
               NOT INVALID KEY
                   IF PAC-NOME(1:21) = PREFIXO-PONTEIRO
                       DISPLAY 'O sobrevivente e ponteiro de outra '
                           'mesclagem: ' PAC-NOME
                   ELSE
                       MOVE PAC-NOME TO NOME-SOBREVIVENTE
                       DISPLAY 'Sobrevivente ' NUMERO-SOBREVIVENTE
                           ' ' PAC-NOME ' ' PAC-NASCIMENTO ' '
                           PAC-SEXO
                       DISPLAY 'Duplicado   ' NUMERO-DUPLICADO
                           ' ' DUP-NOME ' ' DUP-NASCIMENTO ' '
                           DUP-SEXO
                       DISPLAY 'Confirma a mesclagem? SIM/NAO'
                       ACCEPT CONFIRMA
                       IF CONFIRMA = 'SIM'
                           PERFORM 3000-MOVER-REGISTROS
                       ELSE
                           DISPLAY 'Mesclagem abandonada'
                       END-IF
                   END-IF
           END-READ.

       3000-MOVER-REGISTROS.
           MOVE 0 TO QTD-MOVIDOS
           MOVE 0 TO QTD-NAO-MOVIDOS
           PERFORM 3100-MOVER-IMCHIST
           PERFORM 3200-MOVER-SINAIS
           PERFORM 3300-MOVER-META
           PERFORM 3400-MOVER-AGENDA
           PERFORM 3500-MOVER-ESPERA
           PERFORM 3600-MOVER-ENCAMINHA
           PERFORM 4000-RECONSTRUIR-CACHE
           PERFORM 5000-GRAVAR-PONTEIRO
           DISPLAY 'Registros movidos: ' QTD-MOVIDOS
               ', nao movidos: ' QTD-NAO-MOVIDOS.

      *----Visita com a mesma data e hora ja no sobrevivente e a
      *----mesma medicao gravada duas vezes: fica no numero morto e
      *----sai na contagem de nao movidos
       3100-MOVER-IMCHIST.
           MOVE 'N' TO FIM-MOVER
           MOVE NUMERO-DUPLICADO TO HK-PAC-ID
           MOVE 0 TO HK-DATA
           MOVE 0 TO HK-HORA
           START IMC-HISTORY KEY NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'S' TO FIM-MOVER
           END-START
           PERFORM UNTIL FIM-MOVER = 'S'
               READ IMC-HISTORY NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-MOVER
                   NOT AT END
                       IF HK-PAC-ID NOT = NUMERO-DUPLICADO
                           MOVE 'S' TO FIM-MOVER
                       ELSE
                           PERFORM 3150-REGRAVAR-IMCHIST
                       END-IF
               END-READ
           END-PERFORM.

       3150-REGRAVAR-IMCHIST.
           MOVE HIST-KEY TO CHAVE-HIST-ANTIGA
           MOVE NUMERO-SOBREVIVENTE TO HK-PAC-ID
           WRITE REG-HISTORICO
               INVALID KEY
                   ADD 1 TO QTD-NAO-MOVIDOS
                   DISPLAY 'Visita ja existe no sobrevivente, ficou '
                       'no duplicado: ' CHAVE-HIST-ANTIGA
               NOT INVALID KEY
                   ADD 1 TO QTD-MOVIDOS
                   MOVE 'MESCLA-IMCHIST' TO AUDIT-ACAO
                   MOVE CHAVE-HIST-ANTIGA TO AUDIT-VALOR-ANTES
                   MOVE HIST-KEY TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   MOVE CHAVE-HIST-ANTIGA TO HIST-KEY
                   DELETE IMC-HISTORY RECORD
           END-WRITE
           MOVE CHAVE-HIST-ANTIGA TO HIST-KEY
           START IMC-HISTORY KEY GREATER THAN HIST-KEY
               INVALID KEY
                   MOVE 'S' TO FIM-MOVER
           END-START.

       3200-MOVER-SINAIS.
           MOVE 'N' TO FIM-MOVER
           MOVE NUMERO-DUPLICADO TO SIN-PAC-ID
           MOVE 0 TO SIN-DATA
           MOVE 0 TO SIN-HORA
           START SINAIS-VITAIS KEY NOT LESS THAN SIN-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-MOVER
           END-START
           PERFORM UNTIL FIM-MOVER = 'S'
               READ SINAIS-VITAIS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-MOVER
                   NOT AT END
                       IF SIN-PAC-ID NOT = NUMERO-DUPLICADO
                           MOVE 'S' TO FIM-MOVER
                       ELSE
                           PERFORM 3250-REGRAVAR-SINAIS
                       END-IF
               END-READ
           END-PERFORM.

       3250-REGRAVAR-SINAIS.
           MOVE SIN-CHAVE TO CHAVE-SINAIS-ANTIGA
           MOVE NUMERO-SOBREVIVENTE TO SIN-PAC-ID
           WRITE REG-SINAIS
               INVALID KEY
                   ADD 1 TO QTD-NAO-MOVIDOS
                   DISPLAY 'Sinais ja existem no sobrevivente, ficaram '
                       'no duplicado: ' CHAVE-SINAIS-ANTIGA
               NOT INVALID KEY
                   ADD 1 TO QTD-MOVIDOS
                   MOVE 'MESCLA-SINAIS' TO AUDIT-ACAO
                   MOVE CHAVE-SINAIS-ANTIGA TO AUDIT-VALOR-ANTES
                   MOVE SIN-CHAVE TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   MOVE CHAVE-SINAIS-ANTIGA TO SIN-CHAVE
                   DELETE SINAIS-VITAIS RECORD
           END-WRITE
           MOVE CHAVE-SINAIS-ANTIGA TO SIN-CHAVE
           START SINAIS-VITAIS KEY GREATER THAN SIN-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-MOVER
           END-START.

      *----Uma meta por paciente: a do sobrevivente prevalece e a do
      *----duplicado e encerrada; sem meta no sobrevivente, a do
      *----duplicado passa para ele
       3300-MOVER-META.
           MOVE NUMERO-DUPLICADO TO MET-PAC-ID
           READ METAS KEY IS MET-PAC-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-META TO AREA-META
                   DELETE METAS RECORD
                   MOVE AREA-META TO REG-META
                   MOVE NUMERO-SOBREVIVENTE TO MET-PAC-ID
                   WRITE REG-META
                       INVALID KEY
                           ADD 1 TO QTD-NAO-MOVIDOS
                           MOVE 'MESCLA-META-ENCERRA' TO AUDIT-ACAO
                           MOVE AREA-META TO AUDIT-VALOR-ANTES
                           MOVE 'SOBREVIVENTE JA TEM META'
                               TO AUDIT-VALOR-DEPOIS
                           PERFORM 9900-GRAVAR-AUDITORIA
                           DISPLAY 'Sobrevivente ja tem meta; a do '
                               'duplicado foi encerrada'
                       NOT INVALID KEY
                           ADD 1 TO QTD-MOVIDOS
                           MOVE 'MESCLA-META' TO AUDIT-ACAO
                           MOVE NUMERO-DUPLICADO TO AUDIT-VALOR-ANTES
                           MOVE NUMERO-SOBREVIVENTE
                               TO AUDIT-VALOR-DEPOIS
                           PERFORM 9900-GRAVAR-AUDITORIA
                   END-WRITE
           END-READ.

      *----A AGENDA e chaveada por data, horario e profissional: a
      *----troca e so do numero e do nome no proprio registro
       3400-MOVER-AGENDA.
           MOVE 'N' TO FIM-MOVER
           MOVE LOW-VALUES TO AGD-CHAVE
           START AGENDA KEY NOT LESS THAN AGD-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-MOVER
           END-START
           PERFORM UNTIL FIM-MOVER = 'S'
               READ AGENDA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-MOVER
                   NOT AT END
                       IF AGD-PAC-ID = NUMERO-DUPLICADO
                           MOVE NUMERO-SOBREVIVENTE TO AGD-PAC-ID
                           MOVE NOME-SOBREVIVENTE TO AGD-NOME
                           REWRITE REG-AGENDA
                           ADD 1 TO QTD-MOVIDOS
                           MOVE 'MESCLA-AGENDA' TO AUDIT-ACAO
                           MOVE SPACES TO AUDIT-VALOR-ANTES
                           MOVE SPACES TO AUDIT-VALOR-DEPOIS
                           STRING AGD-CHAVE DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               NUMERO-DUPLICADO DELIMITED BY SIZE
                               INTO AUDIT-VALOR-ANTES
                           STRING AGD-CHAVE DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               NUMERO-SOBREVIVENTE DELIMITED BY SIZE
                               INTO AUDIT-VALOR-DEPOIS
                           PERFORM 9900-GRAVAR-AUDITORIA
                       END-IF
               END-READ
           END-PERFORM.

      *----Um lugar na fila por paciente: se os dois numeros estao na
      *----fila, fica a entrada mais antiga e a prioridade mais
      *----urgente dos dois no sobrevivente
       3500-MOVER-ESPERA.
           MOVE NUMERO-DUPLICADO TO ESP-PAC-ID
           READ ESPERA KEY IS ESP-PAC-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ESP-DATA-MINIMA TO AE-DATA-MINIMA
                   MOVE ESP-PRIORIDADE TO AE-PRIORIDADE
                   MOVE ESP-DATA-ENTRADA TO AE-DATA-ENTRADA
                   DELETE ESPERA RECORD
                   ADD 1 TO QTD-MOVIDOS
                   MOVE 'MESCLA-ESPERA' TO AUDIT-ACAO
                   MOVE NUMERO-DUPLICADO TO AUDIT-VALOR-ANTES
                   MOVE NUMERO-SOBREVIVENTE TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   MOVE NUMERO-SOBREVIVENTE TO ESP-PAC-ID
                   READ ESPERA KEY IS ESP-PAC-ID
                       INVALID KEY
                           MOVE NUMERO-SOBREVIVENTE TO ESP-PAC-ID
                           MOVE AE-DATA-MINIMA TO ESP-DATA-MINIMA
                           MOVE AE-PRIORIDADE TO ESP-PRIORIDADE
                           MOVE AE-DATA-ENTRADA TO ESP-DATA-ENTRADA
                           WRITE REG-ESPERA
                       NOT INVALID KEY
                           IF AE-DATA-ENTRADA < ESP-DATA-ENTRADA
                               MOVE AE-DATA-ENTRADA
                                   TO ESP-DATA-ENTRADA
                           END-IF
                           IF AE-PRIORIDADE < ESP-PRIORIDADE
                               MOVE AE-PRIORIDADE TO ESP-PRIORIDADE
                           END-IF
                           REWRITE REG-ESPERA
                   END-READ
           END-READ.

       3600-MOVER-ENCAMINHA.
           MOVE 'N' TO FIM-MOVER
           MOVE NUMERO-DUPLICADO TO ENF-PAC-ID
           MOVE 0 TO ENF-DATA
           START ACOMPANHAMENTO KEY NOT LESS THAN ENF-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-MOVER
           END-START
           PERFORM UNTIL FIM-MOVER = 'S'
               READ ACOMPANHAMENTO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-MOVER
                   NOT AT END
                       IF ENF-PAC-ID NOT = NUMERO-DUPLICADO
                           MOVE 'S' TO FIM-MOVER
                       ELSE
                           PERFORM 3650-REGRAVAR-ENCAMINHA
                       END-IF
               END-READ
           END-PERFORM.

       3650-REGRAVAR-ENCAMINHA.
           MOVE ENF-CHAVE TO CHAVE-ENCAMINHA-ANTIGA
           MOVE NUMERO-SOBREVIVENTE TO ENF-PAC-ID
           WRITE REG-ACOMPANHAMENTO
               INVALID KEY
                   ADD 1 TO QTD-NAO-MOVIDOS
                   DISPLAY 'Encaminhamento da mesma data ja existe no '
                       'sobrevivente: ' CHAVE-ENCAMINHA-ANTIGA
               NOT INVALID KEY
                   ADD 1 TO QTD-MOVIDOS
                   MOVE 'MESCLA-ENCAMINHA' TO AUDIT-ACAO
                   MOVE CHAVE-ENCAMINHA-ANTIGA TO AUDIT-VALOR-ANTES
                   MOVE ENF-CHAVE TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   MOVE CHAVE-ENCAMINHA-ANTIGA TO ENF-CHAVE
                   DELETE ACOMPANHAMENTO RECORD
           END-WRITE
           MOVE CHAVE-ENCAMINHA-ANTIGA TO ENF-CHAVE
           START ACOMPANHAMENTO KEY GREATER THAN ENF-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-MOVER
           END-START.

      *----Cache do sobrevivente refeito pelo IMCHIST ja consolidado;
      *----endereco em branco no sobrevivente herda o do duplicado
       4000-RECONSTRUIR-CACHE.
           MOVE 0 TO QTD-RECALCULADA
           INITIALIZE CACHE-RECALCULADO
           MOVE 'N' TO FIM-MOVER
           MOVE NUMERO-SOBREVIVENTE TO HK-PAC-ID
           MOVE 0 TO HK-DATA
           MOVE 0 TO HK-HORA
           START IMC-HISTORY KEY NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'S' TO FIM-MOVER
           END-START
           PERFORM UNTIL FIM-MOVER = 'S'
               READ IMC-HISTORY NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-MOVER
                   NOT AT END
                       IF HK-PAC-ID = NUMERO-SOBREVIVENTE
                           PERFORM 4100-EMPILHAR-VISITA
                       ELSE
                           MOVE 'S' TO FIM-MOVER
                       END-IF
               END-READ
           END-PERFORM
           MOVE NUMERO-SOBREVIVENTE TO PAC-ID
           READ PATIENTS KEY IS PAC-ID
               INVALID KEY
                   DISPLAY 'Paciente sobrevivente sumiu no meio da '
                       'mesclagem, confira o cadastro'
               NOT INVALID KEY
                   IF PAC-ENDERECO = SPACES
                       MOVE DUP-ENDERECO TO PAC-ENDERECO
                   END-IF
                   IF PAC-DOC-TIPO = SPACE
                       MOVE DUP-DOC-TIPO TO PAC-DOC-TIPO
                       MOVE DUP-DOC-NUMERO TO PAC-DOC-NUMERO
                   END-IF
                   MOVE QTD-RECALCULADA TO PAC-QTD-HISTORICO
                   PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 5
                       MOVE VC-DATA(IDX) TO HIST-DATA(IDX)
                       MOVE VC-ALTURA(IDX) TO HIST-ALTURA(IDX)
                       MOVE VC-PESO(IDX) TO HIST-PESO(IDX)
                       MOVE VC-IMC(IDX) TO HIST-IMC(IDX)
                   END-PERFORM
                   REWRITE REG-PACIENTE
           END-READ.

       4100-EMPILHAR-VISITA.
           IF QTD-RECALCULADA < 5
               ADD 1 TO QTD-RECALCULADA
           ELSE
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 4
                   MOVE VISITA-CALC(IDX + 1) TO VISITA-CALC(IDX)
               END-PERFORM
           END-IF
           MOVE HK-DATA TO VC-DATA(QTD-RECALCULADA)
           MOVE HK-ALTURA TO VC-ALTURA(QTD-RECALCULADA)
           MOVE HK-PESO TO VC-PESO(QTD-RECALCULADA)
           MOVE HK-IMC TO VC-IMC(QTD-RECALCULADA).

      *----O numero morto vira ponteiro: some da operacao normal, mas
      *----continua ocupando o numero (bloqueio contra reuso) e conta
      *----para onde o cadastro foi
       5000-GRAVAR-PONTEIRO.
           MOVE NUMERO-DUPLICADO TO PAC-ID
           READ PATIENTS KEY IS PAC-ID
               INVALID KEY
                   DISPLAY 'Paciente duplicado sumiu no meio da '
                       'mesclagem, confira o cadastro'
               NOT INVALID KEY
                   MOVE SPACES TO PAC-NOME
                   STRING PREFIXO-PONTEIRO DELIMITED BY SIZE
                       NUMERO-SOBREVIVENTE DELIMITED BY SIZE
                       INTO PAC-NOME
                   MOVE SPACES TO PAC-ENDERECO
                   MOVE SPACE TO PAC-DOC-TIPO
                   MOVE 0 TO PAC-DOC-NUMERO
                   MOVE 0 TO PAC-QTD-HISTORICO
                   PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 5
                       MOVE 0 TO HIST-DATA(IDX)
                       MOVE 0 TO HIST-ALTURA(IDX)
                       MOVE 0 TO HIST-PESO(IDX)
                       MOVE 0 TO HIST-IMC(IDX)
                   END-PERFORM
                   REWRITE REG-PACIENTE
                   MOVE 'MESCLAGEM-PACIENTE' TO AUDIT-ACAO
                   MOVE NUMERO-DUPLICADO TO AUDIT-VALOR-ANTES
                   MOVE NUMERO-SOBREVIVENTE TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   PERFORM 5100-TRANSFERIR-CONSENTIMENTOS
                   DISPLAY 'Mesclagem concluida: ' NUMERO-DUPLICADO
                       ' vive agora em ' NUMERO-SOBREVIVENTE
           END-READ.

      *----Livro fora do ar: a mesclagem vale, e o operador fica
      *----avisado para passar os consentimentos a mao
       5100-TRANSFERIR-CONSENTIMENTOS.
           MOVE 4 TO CONSENT-FUNCAO
           MOVE 'P' TO CONSENT-TIPO
           MOVE NUMERO-DUPLICADO TO CONSENT-ID
           MOVE NUMERO-SOBREVIVENTE TO CONSENT-DESTINO
           MOVE AUDIT-OPERADOR TO CONSENT-OPERADOR
           MOVE 0 TO CONSENT-DATA
           CALL 'Consentimento' USING CONSENT-FUNCAO CONSENT-TIPO
               CONSENT-ID CONSENT-FINALIDADE CONSENT-CANAL
               CONSENT-ORIGEM CONSENT-REFERENCIA CONSENT-OPERADOR
               CONSENT-DATA CONSENT-DESTINO RETORNO-CONSENT
           IF RETORNO-CONSENT = 40
               DISPLAY 'LIVRO DE CONSENTIMENTOS INDISPONIVEL: '
                   'TRANSFIRA OS CONSENTIMENTOS A MAO'
           END-IF.

       COPY GravarAuditoria.
       END PROGRAM PacientesMerge.
