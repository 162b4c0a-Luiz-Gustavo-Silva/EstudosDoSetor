      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Manutencao do livro de consentimentos da LGPD CONSENT
      *          pelo balcao: lista o historico de um titular (cliente
      *          ou paciente) e registra a concessao ou a revogacao
      *          trazida num formulario assinado ou numa resposta de
      *          campanha fora do CAMPRESP. A gravacao passa pelo
      *          servico Consentimento.cbl, o mesmo do painel de
      *          Clientes e do CampanhaCarga; cada operacao vai para o
      *          journal de auditoria e a mudanca de marketing de
      *          cliente entra na fila CLIMOV para o ClientesDelta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsentimentoManutencao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           COPY ConsentimentoSelect.
      *----Fila de movimentos do cadastro lida pelo ClientesDelta
           SELECT MOVIMENTOS ASSIGN TO "CLIMOV"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
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
       FD  CONSENTIMENTOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConsentimento.
       FD  MOVIMENTOS.
       01  REG-MOVIMENTO.
      *----U-alteracao: o consentimento do cliente mudou
           03 MOV-ACAO PIC X(1).
           03 MOV-NUMERO PIC 9(6).
           03 MOV-DATA-HORA PIC X(15).
      *----Imagem do REG-CLIENTE depois da operacao, para o
      *----RecuperaMestres reaplicar a mudanca sobre um CLIENTES
      *----restaurado do backup
           03 MOV-IMAGEM PIC X(171).
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-CLIENTES PIC X(2).
       01  FS-PATIENTS PIC X(2).
       01  FS-CONSENT PIC X(2).
       01  FIM-CONSENT PIC X.
       01  OPCAO PIC 9 VALUE 0.
       01  TITULAR-OK PIC X.
       01  NOME-TITULAR PIC X(30).
       01  QTD-LISTADOS PIC 9(3).
       COPY ConsentimentoParam.
       01  MOV-CARIMBO.
           03 MC-DATA PIC 9(8).
           03 FILLER PIC X VALUE '-'.
           03 MC-HORA PIC 9(6).
       PROCEDURE DIVISION.
           OPEN INPUT CLIENTES
           OPEN INPUT PATIENTS
           OPEN EXTEND MOVIMENTOS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'CONSENTIMANUT' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           MOVE AUDIT-OPERADOR TO CONSENT-OPERADOR
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Historico de consentimentos do titular'
               DISPLAY '2 - Registrar concessao'
               DISPLAY '3 - Registrar revogacao'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-LISTAR
                   WHEN 2
                       PERFORM 2000-CONCEDER
                   WHEN 3
                       PERFORM 3000-REVOGAR
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           MOVE 9 TO CONSENT-FUNCAO
           PERFORM 8100-CHAMAR-LIVRO
           CLOSE CLIENTES
           CLOSE PATIENTS
           CLOSE MOVIMENTOS
           CLOSE AUDIT-JOURNAL
           GOBACK.

      *----O servico mantem o livro aberto em I-O; encerra-lo antes
      *----solta o arquivo para a leitura direta do historico
       1000-LISTAR.
           PERFORM 8000-LER-TITULAR
           IF TITULAR-OK = 'S'
               MOVE 9 TO CONSENT-FUNCAO
               PERFORM 8100-CHAMAR-LIVRO
               MOVE 0 TO QTD-LISTADOS
               MOVE 'N' TO FIM-CONSENT
               OPEN INPUT CONSENTIMENTOS
               MOVE CONSENT-TIPO TO CNS-TITULAR-TIPO
               MOVE CONSENT-ID TO CNS-TITULAR-ID
               MOVE LOW-VALUES TO CNS-FINALIDADE
               MOVE LOW-VALUES TO CNS-CANAL
               MOVE 0 TO CNS-SEQUENCIA
               START CONSENTIMENTOS KEY NOT LESS THAN CNS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FIM-CONSENT
               END-START
               IF FS-CONSENT NOT = '00'
                   MOVE 'S' TO FIM-CONSENT
               END-IF
               PERFORM UNTIL FIM-CONSENT = 'S'
                   READ CONSENTIMENTOS NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-CONSENT
                       NOT AT END
                           IF CNS-TITULAR-TIPO = CONSENT-TIPO AND
                                   CNS-TITULAR-ID = CONSENT-ID
                               PERFORM 1100-MOSTRAR-REGISTRO
                           ELSE
                               MOVE 'S' TO FIM-CONSENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSENTIMENTOS
               IF QTD-LISTADOS = 0
                   DISPLAY 'Nenhum consentimento registrado'
               END-IF
           END-IF.

       1100-MOSTRAR-REGISTRO.
           ADD 1 TO QTD-LISTADOS
           DISPLAY CNS-FINALIDADE ' ' CNS-CANAL ' ' CNS-SEQUENCIA
               ' CONCEDIDO ' CNS-DATA-CONCESSAO ' ORIGEM '
               CNS-ORIGEM-CONCESSAO ' POR ' CNS-OPERADOR-CONCESSAO
               ' REF ' CNS-REFERENCIA
           IF CNS-VIGENTE
               DISPLAY '    VIGENTE'
           ELSE
               DISPLAY '    REVOGADO ' CNS-DATA-REVOGACAO ' ORIGEM '
                   CNS-ORIGEM-REVOGACAO ' POR '
                   CNS-OPERADOR-REVOGACAO
           END-IF.

      *----Titular mesclado ou apagado pela LGPD nao recebe concessao:
      *----o consentimento vive no numero sobrevivente
       2000-CONCEDER.
           PERFORM 8000-LER-TITULAR
           IF TITULAR-OK = 'S'
               IF (CONSENT-TIPO = 'C' AND
                       (CLI-MESCLADO OR CLI-BLOQUEADO-LGPD)) OR
                  (CONSENT-TIPO = 'P' AND
                       (PAC-NOME(1:21) = 'MESCLADO NO PACIENTE ' OR
                        PAC-NOME = 'TITULAR ANONIMIZADO LGPD'))
                   DISPLAY 'Titular mesclado ou anonimizado; use o '
                       'numero sobrevivente'
               ELSE
                   PERFORM 8200-DIGITAR-CONSENTIMENTO
                   IF CONSENT-CANAL = SPACE
                       MOVE '*' TO CONSENT-CANAL
                   END-IF
                   MOVE 2 TO CONSENT-FUNCAO
                   PERFORM 8100-CHAMAR-LIVRO
                   EVALUATE RETORNO-CONSENT
                       WHEN 00
                           MOVE 'CONSENT-CONCESSAO' TO AUDIT-ACAO
                           MOVE SPACES TO AUDIT-VALOR-ANTES
                           PERFORM 8300-REGISTRAR-MUDANCA
                           DISPLAY 'Concessao registrada'
                       WHEN 10
                           DISPLAY 'Ja existe consentimento vigente '
                               'que cobre este canal'
                       WHEN 30
                           DISPLAY 'Finalidade, canal ou origem '
                               'invalido'
                       WHEN OTHER
                           DISPLAY 'Livro CONSENT indisponivel'
                   END-EVALUATE
               END-IF
           END-IF.

      *----Finalidade em branco revoga todas; canal em branco revoga
      *----todos os canais da finalidade
       3000-REVOGAR.
           PERFORM 8000-LER-TITULAR
           IF TITULAR-OK = 'S'
               PERFORM 8200-DIGITAR-CONSENTIMENTO
               MOVE 3 TO CONSENT-FUNCAO
               PERFORM 8100-CHAMAR-LIVRO
               EVALUATE RETORNO-CONSENT
                   WHEN 00
                       MOVE 'CONSENT-REVOGACAO' TO AUDIT-ACAO
                       MOVE SPACES TO AUDIT-VALOR-ANTES
                       PERFORM 8300-REGISTRAR-MUDANCA
                       DISPLAY 'Revogacao registrada'
                   WHEN 10
                       DISPLAY 'Nada vigente a revogar'
                   WHEN 30
                       DISPLAY 'Finalidade, canal ou origem invalido'
                   WHEN OTHER
                       DISPLAY 'Livro CONSENT indisponivel'
               END-EVALUATE
           END-IF.

       8000-LER-TITULAR.
           MOVE 'N' TO TITULAR-OK
           DISPLAY 'Titular (C-cliente, P-paciente): '
           ACCEPT CONSENT-TIPO
           DISPLAY 'Numero do titular: '
           ACCEPT CONSENT-ID
           EVALUATE CONSENT-TIPO
               WHEN 'C'
                   MOVE CONSENT-ID TO CLI-NUMERO
                   READ CLIENTES KEY IS CLI-NUMERO
                       INVALID KEY
                           DISPLAY 'Cliente nao cadastrado'
                       NOT INVALID KEY
                           MOVE CLI-NOME TO NOME-TITULAR
                           MOVE 'S' TO TITULAR-OK
                   END-READ
               WHEN 'P'
                   MOVE CONSENT-ID TO PAC-ID
                   READ PATIENTS KEY IS PAC-ID
                       INVALID KEY
                           DISPLAY 'Paciente nao cadastrado'
                       NOT INVALID KEY
                           MOVE PAC-NOME TO NOME-TITULAR
                           MOVE 'S' TO TITULAR-OK
                   END-READ
               WHEN OTHER
                   DISPLAY 'Tipo de titular invalido'
           END-EVALUATE
           IF TITULAR-OK = 'S'
               DISPLAY 'Titular: ' NOME-TITULAR
           END-IF.

       8100-CHAMAR-LIVRO.
           CALL 'Consentimento' USING CONSENT-FUNCAO CONSENT-TIPO
               CONSENT-ID CONSENT-FINALIDADE CONSENT-CANAL
               CONSENT-ORIGEM CONSENT-REFERENCIA CONSENT-OPERADOR
               CONSENT-DATA CONSENT-DESTINO RETORNO-CONSENT.

      *----O balcao so registra o que chega em papel: formulario
      *----assinado ou resposta de campanha, com o numero do documento
      *----como referencia
       8200-DIGITAR-CONSENTIMENTO.
           DISPLAY 'Finalidade (MK-marketing, CP-compartilhamento, '
               'PS-pesquisa): '
           ACCEPT CONSENT-FINALIDADE
           DISPLAY 'Canal (E/S/C/T, branco-todos): '
           ACCEPT CONSENT-CANAL
           DISPLAY 'Origem (F-formulario, C-campanha): '
           ACCEPT CONSENT-ORIGEM
           IF CONSENT-ORIGEM NOT = 'C'
               MOVE 'F' TO CONSENT-ORIGEM
           END-IF
           DISPLAY 'Numero do formulario ou codigo da campanha: '
           ACCEPT CONSENT-REFERENCIA
           DISPLAY 'Data do documento (AAAAMMDD, zero-hoje): '
           ACCEPT CONSENT-DATA.

       8300-REGISTRAR-MUDANCA.
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING CONSENT-TIPO DELIMITED BY SIZE
               CONSENT-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CONSENT-FINALIDADE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CONSENT-CANAL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CONSENT-ORIGEM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CONSENT-REFERENCIA DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           IF CONSENT-TIPO = 'C' AND
                   (CONSENT-FINALIDADE = 'MK' OR
                    CONSENT-FINALIDADE = SPACES)
               ACCEPT MC-DATA FROM DATE YYYYMMDD
               MOVE FUNCTION CURRENT-DATE(9:6) TO MC-HORA
               MOVE 'U' TO MOV-ACAO
               MOVE CONSENT-ID TO MOV-NUMERO
               MOVE MOV-CARIMBO TO MOV-DATA-HORA
               MOVE REG-CLIENTE TO MOV-IMAGEM
               WRITE REG-MOVIMENTO
           END-IF.

       COPY GravarAuditoria.
       END PROGRAM ConsentimentoManutencao.
