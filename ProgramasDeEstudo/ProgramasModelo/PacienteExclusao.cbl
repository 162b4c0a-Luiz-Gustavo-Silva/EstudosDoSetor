      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Exclusao de paciente do master PATIENTS, para o
      *          cadastro aberto por engano na recepcao. Antes de
      *          excluir, o ReferenciaVerifica lista o que ainda aponta
      *          para o PAC-ID (consultas da AGENDA, meta, fila de
      *          espera, visitas do IMCHIST, vinculo PACCLI): o
      *          PATIENTS nao tem situacao de inativo, entao qualquer
      *          dependente recusa a exclusao. Registro-ponteiro de
      *          mesclagem e titular anonimizado pela LGPD ficam,
      *          bloqueando o numero contra reuso. O contato de recado
      *          PACCTT e os documentos do PACDOC (que a portaria usa
      *          para reconhecer o paciente na chegada) saem junto com
      *          o paciente. Exclusoes e recusas vao para o journal de
      *          auditoria. Chamado pelo MenuPrincipal com o perfil do
      *          IMC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PacienteExclusao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT OPTIONAL PAC-CONTATOS ASSIGN TO "PACCTT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-PAC-ID
               FILE STATUS IS FS-CONTATOS.
      *----Sem chave pelo paciente: os documentos dele saem por
      *----leitura inteira
           SELECT OPTIONAL PAC-DOCUMENTOS ASSIGN TO "PACDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDC-DOCUMENTO
               FILE STATUS IS FS-PACDOC.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  PATIENTS.
      *----So a frente do REG-PACIENTE de IMC.cbl: daqui so saem
      *----PAC-ID e PAC-NOME, o resto do registro nao e tocado
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 FILLER PIC X(207).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  PAC-CONTATOS.
      *----Mesmo layout de PacContatoManutencao.cbl
       01  REG-PAC-CONTATO.
           03 PCT-PAC-ID PIC 9(6).
           03 PCT-TIPO PIC X(1).
           03 PCT-CONTATO PIC X(40).
       FD  PAC-DOCUMENTOS.
      *----Mesmo layout de PacClienteManutencao.cbl
       01  REG-PAC-DOCUMENTO.
           03 PDC-DOCUMENTO PIC 9(11).
           03 PDC-PAC-ID PIC 9(6).
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-PATIENTS PIC X(2).
       01  FS-CONTATOS PIC X(2).
       01  FS-PACDOC PIC X(2).
       01  FIM-DOCUMENTOS PIC X.
       01  QTD-DOCUMENTOS PIC 9(4).
       01  OPCAO PIC 9 VALUE 0.
       01  PAC-PESQUISA PIC 9(6).
       01  RESP-CONFIRMA PIC X(1).
       COPY ReferenciaParam.
       01  IDX-REFERENCIA PIC 9(2).
      *----Coordenacao de trancas com a janela batch (TrancaArquivo)
       01  TRANCA-FUNCAO PIC 9.
       01  TRANCA-ARQUIVO PIC X(8).
       01  TRANCA-SESSAO PIC X(10).
       01  TRANCA-RETORNO PIC 9(2).
       01  TRANCA-DETENTOR PIC X(10).
       LINKAGE SECTION.
      *----Operador validado no sign-on do MenuPrincipal
       01  LK-OPERADOR PIC X(10).
       PROCEDURE DIVISION USING LK-OPERADOR.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               MOVE LK-OPERADOR TO TRANCA-SESSAO
           ELSE
               ACCEPT TRANCA-SESSAO FROM ENVIRONMENT 'USER'
           END-IF
           MOVE 1 TO TRANCA-FUNCAO
           MOVE 'PATIENTS' TO TRANCA-ARQUIVO
           CALL 'TrancaArquivo' USING TRANCA-FUNCAO TRANCA-ARQUIVO
               TRANCA-SESSAO TRANCA-RETORNO TRANCA-DETENTOR
           IF TRANCA-RETORNO = 10
               DISPLAY 'CADASTRO TRANCADO PARA MANUTENCAO POR '
                   TRANCA-DETENTOR ', TENTE MAIS TARDE'
               GOBACK
           END-IF
           OPEN I-O PATIENTS
           IF FS-PATIENTS NOT = '00'
               DISPLAY 'CADASTRO DE PACIENTES INDISPONIVEL ('
                   FS-PATIENTS '), NADA EXCLUIDO'
               CLOSE PATIENTS
               MOVE 2 TO TRANCA-FUNCAO
               CALL 'TrancaArquivo' USING TRANCA-FUNCAO TRANCA-ARQUIVO
                   TRANCA-SESSAO TRANCA-RETORNO TRANCA-DETENTOR
               GOBACK
           END-IF
           OPEN I-O PAC-CONTATOS
           OPEN I-O PAC-DOCUMENTOS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'PACIENTEEXCLUSAO' TO AUDIT-PROGRAMA
           MOVE TRANCA-SESSAO TO AUDIT-OPERADOR
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Excluir paciente'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-EXCLUIR-PACIENTE
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE PATIENTS
           CLOSE PAC-CONTATOS
           CLOSE PAC-DOCUMENTOS
           CLOSE AUDIT-JOURNAL
           MOVE 2 TO TRANCA-FUNCAO
           CALL 'TrancaArquivo' USING TRANCA-FUNCAO TRANCA-ARQUIVO
               TRANCA-SESSAO TRANCA-RETORNO TRANCA-DETENTOR
           GOBACK.

       1000-EXCLUIR-PACIENTE.
           DISPLAY 'Numero do paciente: '
           ACCEPT PAC-PESQUISA
           MOVE PAC-PESQUISA TO PAC-ID
           READ PATIENTS KEY IS PAC-ID
               INVALID KEY
                   DISPLAY 'Paciente nao encontrado'
               NOT INVALID KEY
                   IF PAC-NOME(1:21) = 'MESCLADO NO PACIENTE ' OR
                           PAC-NOME = 'TITULAR ANONIMIZADO LGPD'
                       DISPLAY 'Numero bloqueado contra reuso '
                           '(mesclado ou apagado pela LGPD), nao '
                           'pode ser excluido'
                   ELSE
                       PERFORM 1100-VERIFICAR-REFERENCIAS
                   END-IF
           END-READ.

       1100-VERIFICAR-REFERENCIAS.
           MOVE 'P' TO REF-TIPO
           MOVE PAC-ID TO REF-NUMERO
           CALL 'ReferenciaVerifica' USING REF-TIPO REF-NUMERO
               REF-QTD REF-DEPENDENTES RETORNO-REFERENCIA
           IF RETORNO-REFERENCIA = 00
               DISPLAY 'Paciente: ' PAC-NOME
               DISPLAY 'Confirma a exclusao (S/N)? '
               ACCEPT RESP-CONFIRMA
               IF RESP-CONFIRMA = 'S' OR RESP-CONFIRMA = 's'
                   PERFORM 1200-APAGAR-PACIENTE
               ELSE
                   DISPLAY 'Nada alterado'
               END-IF
           ELSE
               DISPLAY 'Registros que apontam para o paciente: '
                   REF-QTD
               PERFORM VARYING IDX-REFERENCIA FROM 1 BY 1
                       UNTIL IDX-REFERENCIA > 20 OR
                             IDX-REFERENCIA > REF-QTD
                   DISPLAY '  ' REF-ARQUIVO(IDX-REFERENCIA) ' '
                       REF-CHAVE(IDX-REFERENCIA) ' '
                       REF-SITUACAO(IDX-REFERENCIA)
               END-PERFORM
               IF REF-QTD > 20
                   DISPLAY '  ... e mais registros'
               END-IF
               DISPLAY 'Exclusao recusada: o paciente tem registros '
                   'dependentes'
               MOVE 'EXCLUSAO-RECUSADA' TO AUDIT-ACAO
               MOVE PAC-ID TO AUDIT-VALOR-ANTES
               MOVE SPACES TO AUDIT-VALOR-DEPOIS
               STRING 'DEPENDENTES ' DELIMITED BY SIZE
                   REF-QTD DELIMITED BY SIZE
                   INTO AUDIT-VALOR-DEPOIS
               PERFORM 9900-GRAVAR-AUDITORIA
           END-IF.

       1200-APAGAR-PACIENTE.
           MOVE 'EXCLUSAO-PACIENTE' TO AUDIT-ACAO
           MOVE SPACES TO AUDIT-VALOR-ANTES
           STRING PAC-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PAC-NOME DELIMITED BY SIZE
               INTO AUDIT-VALOR-ANTES
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           DELETE PATIENTS RECORD
           MOVE PAC-PESQUISA TO PCT-PAC-ID
           READ PAC-CONTATOS KEY IS PCT-PAC-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE PAC-CONTATOS RECORD
           END-READ
           PERFORM 1300-APAGAR-DOCUMENTOS
           IF QTD-DOCUMENTOS > 0
               STRING 'DOCUMENTOS PACDOC ' DELIMITED BY SIZE
                   QTD-DOCUMENTOS DELIMITED BY SIZE
                   INTO AUDIT-VALOR-DEPOIS
           END-IF
           PERFORM 9900-GRAVAR-AUDITORIA
           DISPLAY 'Paciente excluido'.

       1300-APAGAR-DOCUMENTOS.
           MOVE 0 TO QTD-DOCUMENTOS
           MOVE 'N' TO FIM-DOCUMENTOS
           MOVE 0 TO PDC-DOCUMENTO
           START PAC-DOCUMENTOS KEY NOT LESS THAN PDC-DOCUMENTO
               INVALID KEY
                   MOVE 'S' TO FIM-DOCUMENTOS
           END-START
           PERFORM UNTIL FIM-DOCUMENTOS = 'S'
               READ PAC-DOCUMENTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-DOCUMENTOS
                   NOT AT END
                       IF PDC-PAC-ID = PAC-PESQUISA
                           DELETE PAC-DOCUMENTOS RECORD
                           ADD 1 TO QTD-DOCUMENTOS
                       END-IF
               END-READ
           END-PERFORM.

       COPY GravarAuditoria.
       END PROGRAM PacienteExclusao.
