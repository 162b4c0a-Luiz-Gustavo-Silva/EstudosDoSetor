      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Chamada de uma sessao de programa em grupo: o
      *          facilitador informa o grupo e o numero da sessao do
      *          calendario do GRUPOS e o programa passa pelos
      *          inscritos do GRUPOINS pedindo presenca (P), ausencia
      *          (A) ou falta justificada (J), gravada no GRUPOPRE.
      *          Chamada redigitada substitui a anterior da sessao. O
      *          GrupoResultado conta as presencas no fim do programa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GrupoPresenca.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GRUPOS ASSIGN TO "GRUPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRP-CODIGO
               FILE STATUS IS FS-GRUPOS.
           SELECT OPTIONAL INSCRICOES ASSIGN TO "GRUPOINS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GIN-CHAVE
               FILE STATUS IS FS-INSCRICOES.
           SELECT OPTIONAL PRESENCAS ASSIGN TO "GRUPOPRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GPR-CHAVE
               FILE STATUS IS FS-PRESENCAS.
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRUPOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegGrupo.
       FD  INSCRICOES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegGrupoInscricao.
       FD  PRESENCAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegGrupoPresenca.
       FD  PATIENTS.
      *----So a frente do REG-PACIENTE de IMC.cbl
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 FILLER PIC X(207).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       WORKING-STORAGE SECTION.
       01  FS-GRUPOS PIC X(2).
       01  FS-INSCRICOES PIC X(2).
       01  FS-PRESENCAS PIC X(2).
       01  FS-PATIENTS PIC X(2).
       01  FIM-INSCRICOES PIC X.
       01  CODIGO-GRUPO PIC 9(4).
       01  NUMERO-SESSAO PIC 9(2).
       01  SITUACAO PIC X(1).
       01  CONTINUAR PIC X(3) VALUE 'SIM'.
       01  QTD-REGISTROS PIC 9(4) VALUE 0.
       01  QTD-PRESENTES PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
           OPEN INPUT GRUPOS
           OPEN INPUT INSCRICOES
           OPEN I-O PRESENCAS
           OPEN INPUT PATIENTS
           PERFORM UNTIL CONTINUAR = 'NAO'
               PERFORM 1000-CHAMADA-SESSAO
               DISPLAY 'Registrar outra sessao? SIM/NAO'
               ACCEPT CONTINUAR
           END-PERFORM
           CLOSE GRUPOS
           CLOSE INSCRICOES
           CLOSE PRESENCAS
           CLOSE PATIENTS
           DISPLAY 'Registros gravados: ' QTD-REGISTROS
           GOBACK.

       1000-CHAMADA-SESSAO.
           DISPLAY 'Codigo do grupo: '
           ACCEPT CODIGO-GRUPO
           MOVE CODIGO-GRUPO TO GRP-CODIGO
           READ GRUPOS KEY IS GRP-CODIGO
               INVALID KEY
                   DISPLAY 'Grupo nao cadastrado'
               NOT INVALID KEY
                   DISPLAY 'Numero da sessao (1 a ' GRP-QTD-SESSOES
                       '): '
                   ACCEPT NUMERO-SESSAO
                   IF NUMERO-SESSAO = 0 OR
                           NUMERO-SESSAO > GRP-QTD-SESSOES
                       DISPLAY 'Sessao fora do calendario do grupo'
                   ELSE
                       DISPLAY 'Sessao de '
                           GRP-SESSAO-DATA(NUMERO-SESSAO)
                       MOVE 0 TO QTD-PRESENTES
                       PERFORM 1100-PERCORRER-INSCRITOS
                       DISPLAY 'Presentes na sessao: ' QTD-PRESENTES
                   END-IF
           END-READ.

      *----So inscritos ativos entram na chamada: fila de espera e
      *----desistente nao tem vaga no grupo
       1100-PERCORRER-INSCRITOS.
           MOVE 'N' TO FIM-INSCRICOES
           MOVE CODIGO-GRUPO TO GIN-GRUPO
           MOVE 0 TO GIN-PAC-ID
           START INSCRICOES KEY NOT LESS THAN GIN-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-INSCRICOES
           END-START
           PERFORM UNTIL FIM-INSCRICOES = 'S'
               READ INSCRICOES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-INSCRICOES
                   NOT AT END
                       IF GIN-GRUPO NOT = CODIGO-GRUPO
                           MOVE 'S' TO FIM-INSCRICOES
                       ELSE
                           IF GIN-INSCRITO
                               PERFORM 1200-REGISTRAR-PRESENCA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       1200-REGISTRAR-PRESENCA.
           MOVE GIN-PAC-ID TO PAC-ID
           READ PATIENTS KEY IS PAC-ID
               INVALID KEY
                   MOVE SPACES TO PAC-NOME
           END-READ
           MOVE SPACE TO SITUACAO
           PERFORM UNTIL SITUACAO = 'P' OR SITUACAO = 'A' OR
                   SITUACAO = 'J'
               DISPLAY GIN-PAC-ID ' ' PAC-NOME ' - situacao (P/A/J): '
               ACCEPT SITUACAO
               INSPECT SITUACAO CONVERTING 'paj' TO 'PAJ'
               IF SITUACAO NOT = 'P' AND SITUACAO NOT = 'A' AND
                       SITUACAO NOT = 'J'
                   DISPLAY 'Situacao invalida, use P, A ou J'
               END-IF
           END-PERFORM
           IF SITUACAO = 'P'
               ADD 1 TO QTD-PRESENTES
           END-IF
           MOVE CODIGO-GRUPO TO GPR-GRUPO
           MOVE NUMERO-SESSAO TO GPR-SESSAO
           MOVE GIN-PAC-ID TO GPR-PAC-ID
           READ PRESENCAS KEY IS GPR-CHAVE
               INVALID KEY
                   MOVE SITUACAO TO GPR-SITUACAO
                   WRITE REG-GRUPO-PRESENCA
               NOT INVALID KEY
                   MOVE SITUACAO TO GPR-SITUACAO
                   REWRITE REG-GRUPO-PRESENCA
           END-READ
           ADD 1 TO QTD-REGISTROS.
       END PROGRAM GrupoPresenca.
