      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Varre o cadastro PATIENTS atras de provaveis pacientes
      *          duplicados - mesmo nome normalizado (maiusculas, sem
      *          espacos, pontos e hifens), mesma data de nascimento e
      *          mesmo sexo - e imprime o relatorio de candidatos para
      *          o PacientesMerge consolidar. A recepcao cadastra a
      *          mesma pessoa duas vezes com o nome digitado diferente
      *          e o historico dela fica partido entre os dois numeros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PacientesDuplicados.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT RELATORIO-DUP ASSIGN TO "PACDUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PATIENTS.
      *----So a frente do REG-PACIENTE de IMC.cbl, ate o sexo
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 PAC-NASCIMENTO PIC 9(8).
           03 PAC-SEXO PIC X(1).
           03 FILLER PIC X(198).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  RELATORIO-DUP.
       01  REG-RELATORIO PIC X(100).
       WORKING-STORAGE SECTION.
       01  FS-PATIENTS PIC X(2).
       01  FIM-PATIENTS PIC X VALUE 'N'.
      *----Nome que o PacientesMerge deixa no numero morto e nome que
      *----o LgpdApaga deixa no titular apagado: nenhum dos dois
      *----concorre de novo
       01  PREFIXO-PONTEIRO PIC X(21) VALUE 'MESCLADO NO PACIENTE '.
       01  NOME-ANONIMO PIC X(30) VALUE 'TITULAR ANONIMIZADO LGPD'.
      *----Copia do cadastro em memoria para o confronto par a par;
      *----2000 pacientes e folga para o cadastro atual
       01  QTD-PACIENTES PIC 9(4) VALUE 0.
       01  IDX-A PIC 9(4).
       01  IDX-B PIC 9(4).
       01  TAB-PACIENTE OCCURS 2000 TIMES.
           03 TP-ID PIC 9(6).
           03 TP-NOME PIC X(30).
           03 TP-NOME-NORMAL PIC X(30).
           03 TP-NASCIMENTO PIC 9(8).
           03 TP-SEXO PIC X(1).
       01  NOME-TRABALHO PIC X(30).
       01  NOME-NORMAL PIC X(30).
       01  IDX-CHAR PIC 9(2).
       01  TAM-NORMAL PIC 9(2).
       01  QTD-PARES PIC 9(4) VALUE 0.
       01  LINHA-PAR.
           03 LP-ID-A PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-NOME-A PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-ID-B PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-NOME-B PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-NASCIMENTO PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-SEXO PIC X(1).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           OPEN INPUT PATIENTS
           OPEN OUTPUT RELATORIO-DUP
           IF FS-PATIENTS NOT = '00'
               MOVE 'S' TO FIM-PATIENTS
           END-IF
           MOVE 'CANDIDATOS A PACIENTE DUPLICADO (NOME NORMALIZADO + '
               & 'NASCIMENTO + SEXO)' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM UNTIL FIM-PATIENTS = 'S'
               READ PATIENTS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PATIENTS
                   NOT AT END
                       IF PAC-NOME(1:21) NOT = PREFIXO-PONTEIRO AND
                               PAC-NOME NOT = NOME-ANONIMO
                           PERFORM 1000-CARREGAR-PACIENTE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 2000-CONFRONTAR-PARES
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'Pares candidatos a duplicado: ' DELIMITED BY SIZE
               QTD-PARES DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE PATIENTS
           CLOSE RELATORIO-DUP
           STOP RUN.

       1000-CARREGAR-PACIENTE.
           IF QTD-PACIENTES < 2000
               ADD 1 TO QTD-PACIENTES
               MOVE PAC-ID TO TP-ID(QTD-PACIENTES)
               MOVE PAC-NOME TO TP-NOME(QTD-PACIENTES)
               PERFORM 1100-NORMALIZAR-NOME
               MOVE NOME-NORMAL TO TP-NOME-NORMAL(QTD-PACIENTES)
               MOVE PAC-NASCIMENTO TO TP-NASCIMENTO(QTD-PACIENTES)
               MOVE PAC-SEXO TO TP-SEXO(QTD-PACIENTES)
               INSPECT TP-SEXO(QTD-PACIENTES) CONVERTING 'mf' TO 'MF'
           ELSE
               DISPLAY 'TABELA DE CONFRONTO CHEIA, PACIENTE FORA DA '
                   'VARREDURA: ' PAC-ID
           END-IF.

      *----Maiusculas e so as letras e digitos: espaco dobrado, ponto
      *----de abreviacao e hifen de nome composto nao separam mais a
      *----mesma pessoa
       1100-NORMALIZAR-NOME.
           MOVE PAC-NOME TO NOME-TRABALHO
           INSPECT NOME-TRABALHO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO NOME-NORMAL
           MOVE 0 TO TAM-NORMAL
           PERFORM VARYING IDX-CHAR FROM 1 BY 1 UNTIL IDX-CHAR > 30
               IF (NOME-TRABALHO(IDX-CHAR:1) NOT < 'A' AND
                       NOME-TRABALHO(IDX-CHAR:1) NOT > 'Z') OR
                       (NOME-TRABALHO(IDX-CHAR:1) NOT < '0' AND
                       NOME-TRABALHO(IDX-CHAR:1) NOT > '9')
                   ADD 1 TO TAM-NORMAL
                   MOVE NOME-TRABALHO(IDX-CHAR:1)
                       TO NOME-NORMAL(TAM-NORMAL:1)
               END-IF
           END-PERFORM.

      *----Confronto par a par: nome normalizado, nascimento e sexo
      *----iguais apontam a mesma pessoa com dois numeros
       2000-CONFRONTAR-PARES.
           PERFORM VARYING IDX-A FROM 1 BY 1
                   UNTIL IDX-A NOT LESS QTD-PACIENTES
               PERFORM VARYING IDX-B FROM 1 BY 1
                       UNTIL IDX-B > QTD-PACIENTES
                   IF IDX-B > IDX-A AND
                           TP-NOME-NORMAL(IDX-A) =
                           TP-NOME-NORMAL(IDX-B) AND
                           TP-NASCIMENTO(IDX-A) =
                           TP-NASCIMENTO(IDX-B) AND
                           TP-SEXO(IDX-A) = TP-SEXO(IDX-B)
                       PERFORM 2100-GRAVAR-PAR
                   END-IF
               END-PERFORM
           END-PERFORM.

       2100-GRAVAR-PAR.
           ADD 1 TO QTD-PARES
           MOVE TP-ID(IDX-A) TO LP-ID-A
           MOVE TP-NOME(IDX-A) TO LP-NOME-A
           MOVE TP-ID(IDX-B) TO LP-ID-B
           MOVE TP-NOME(IDX-B) TO LP-NOME-B
           MOVE TP-NASCIMENTO(IDX-A) TO LP-NASCIMENTO
           MOVE TP-SEXO(IDX-A) TO LP-SEXO
           MOVE LINHA-PAR TO REG-RELATORIO
           WRITE REG-RELATORIO.
       END PROGRAM PacientesDuplicados.
