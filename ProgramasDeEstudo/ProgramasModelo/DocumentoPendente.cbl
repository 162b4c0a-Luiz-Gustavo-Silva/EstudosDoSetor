      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Levantamento do CPF/CNPJ do estoque cadastrado antes
      *          do documento entrar no CLIENTES e no PATIENTS: varre
      *          os dois cadastros e lista, para o atendimento e a
      *          clinica completarem, todo cliente e paciente sem
      *          documento ou com documento que nao passa no
      *          DocumentoValida (numero nao numerico, tipo
      *          desconhecido, digito verificador errado). Ponteiro de
      *          mesclagem e titular apagado pela LGPD nao entram.
      *          So le; a correcao e feita nas telas de cadastro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DocumentoPendente.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
      *----Mesmo master de pacientes de IMC.cbl/IMCBatch.cbl
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT RELATORIO-PENDENTE ASSIGN TO "DOCPENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       FD  PATIENTS.
      *----So a parte do REG-PACIENTE de IMC.cbl usada aqui fica
      *----nomeada; endereco e historico embutido nao sao tocados
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 FILLER PIC X(207).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  RELATORIO-PENDENTE.
       01  REG-RELATORIO PIC X(100).
       WORKING-STORAGE SECTION.
       01  FS-CLIENTES PIC X(2).
       01  FS-PATIENTS PIC X(2).
       01  FIM-CLIENTES PIC X VALUE 'N'.
       01  FIM-PACIENTES PIC X VALUE 'N'.
      *----Nome que o PacientesMerge grava no ponteiro e o que o
      *----LgpdApaga deixa no titular apagado
       01  PREFIXO-PONTEIRO PIC X(21) VALUE 'MESCLADO NO PACIENTE '.
       01  NOME-ANONIMO PIC X(30) VALUE 'TITULAR ANONIMIZADO LGPD'.
      *----Area de consulta ao DocumentoValida (2-conferir o gravado)
       01  DOC-FUNCAO PIC 9 VALUE 2.
       01  DOC-DIGITADO PIC X(18).
       01  DOC-TIPO PIC X(1).
       01  DOC-NUMERO PIC 9(14).
       01  DOC-FORMATADO PIC X(18).
       01  RETORNO-DOCUMENTO PIC 9(2).
       01  CONTADORES-PENDENTE.
           03 QTD-CLI-CONFERIDOS PIC 9(6) VALUE 0.
           03 QTD-CLI-PENDENTES PIC 9(6) VALUE 0.
           03 QTD-PAC-CONFERIDOS PIC 9(6) VALUE 0.
           03 QTD-PAC-PENDENTES PIC 9(6) VALUE 0.
       01  LINHA-PENDENTE.
           03 LP-CADASTRO PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-NUMERO PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-NOME PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-SITUACAO PIC X(16).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LP-GRAVADO PIC X(15).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           OPEN INPUT CLIENTES
           IF FS-CLIENTES NOT = '00' AND FS-CLIENTES NOT = '05'
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL ('
                   FS-CLIENTES '), NADA LEVANTADO'
               STOP RUN
           END-IF
           OPEN INPUT PATIENTS
           IF FS-PATIENTS NOT = '00' AND FS-PATIENTS NOT = '05'
               DISPLAY 'CADASTRO DE PACIENTES INDISPONIVEL ('
                   FS-PATIENTS '), NADA LEVANTADO'
               CLOSE CLIENTES
               STOP RUN
           END-IF
           OPEN OUTPUT RELATORIO-PENDENTE
           MOVE 'CLIENTES E PACIENTES SEM CPF/CNPJ VALIDO'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM UNTIL FIM-CLIENTES = 'S'
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-CLIENTES
                   NOT AT END
      *----Registro-ponteiro e titular apagado nao tem documento vivo
                       IF NOT CLI-MESCLADO AND
                               NOT CLI-BLOQUEADO-LGPD
                           PERFORM 1000-CONFERIR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM UNTIL FIM-PACIENTES = 'S'
               READ PATIENTS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PACIENTES
                   NOT AT END
                       IF PAC-NOME(1:21) NOT = PREFIXO-PONTEIRO AND
                               PAC-NOME NOT = NOME-ANONIMO
                           PERFORM 2000-CONFERIR-PACIENTE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 4000-GRAVAR-RESUMO
           CLOSE CLIENTES
           CLOSE PATIENTS
           CLOSE RELATORIO-PENDENTE
           DISPLAY 'Clientes pendentes ' QTD-CLI-PENDENTES
               ', pacientes pendentes ' QTD-PAC-PENDENTES
           STOP RUN.

       1000-CONFERIR-CLIENTE.
           ADD 1 TO QTD-CLI-CONFERIDOS
           MOVE CLI-DOC-TIPO TO DOC-TIPO
           MOVE CLI-DOC-NUMERO TO LP-GRAVADO
           IF CLI-DOC-NUMERO NOT NUMERIC
               MOVE 0 TO DOC-NUMERO
           ELSE
               MOVE CLI-DOC-NUMERO TO DOC-NUMERO
           END-IF
           PERFORM 3000-CLASSIFICAR-DOCUMENTO
           IF LP-SITUACAO NOT = SPACES
               ADD 1 TO QTD-CLI-PENDENTES
               MOVE 'CLIENTE' TO LP-CADASTRO
               MOVE CLI-NUMERO TO LP-NUMERO
               MOVE CLI-NOME TO LP-NOME
               MOVE LINHA-PENDENTE TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       2000-CONFERIR-PACIENTE.
           ADD 1 TO QTD-PAC-CONFERIDOS
           MOVE PAC-DOC-TIPO TO DOC-TIPO
           MOVE PAC-DOC-NUMERO TO LP-GRAVADO
           IF PAC-DOC-NUMERO NOT NUMERIC
               MOVE 0 TO DOC-NUMERO
           ELSE
               MOVE PAC-DOC-NUMERO TO DOC-NUMERO
           END-IF
           PERFORM 3000-CLASSIFICAR-DOCUMENTO
           IF LP-SITUACAO NOT = SPACES
               ADD 1 TO QTD-PAC-PENDENTES
               MOVE 'PACIENTE' TO LP-CADASTRO
               MOVE PAC-ID TO LP-NUMERO
               MOVE PAC-NOME TO LP-NOME
               MOVE LINHA-PENDENTE TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

      *----Situacao em branco: documento confere. Area do documento
      *----ainda em branco (registro de antes do layout novo) conta
      *----como sem documento, como o tipo em branco com numero zero
       3000-CLASSIFICAR-DOCUMENTO.
           MOVE SPACES TO LP-SITUACAO
           EVALUATE TRUE
               WHEN DOC-TIPO = SPACE
                   MOVE 'SEM DOCUMENTO' TO LP-SITUACAO
                   MOVE SPACES TO LP-GRAVADO
               WHEN LP-GRAVADO(1:14) IS NOT NUMERIC
                   MOVE 'MAL FORMADO' TO LP-SITUACAO
               WHEN OTHER
                   CALL 'DocumentoValida' USING DOC-FUNCAO
                       DOC-DIGITADO DOC-TIPO DOC-NUMERO DOC-FORMATADO
                       RETORNO-DOCUMENTO
                   EVALUATE RETORNO-DOCUMENTO
                       WHEN 00
                           CONTINUE
                       WHEN 20
                           MOVE 'DIGITO INVALIDO' TO LP-SITUACAO
                       WHEN OTHER
                           MOVE 'MAL FORMADO' TO LP-SITUACAO
                   END-EVALUATE
           END-EVALUATE.

       4000-GRAVAR-RESUMO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Clientes conferidos: "==
                         ==VALOR==   BY ==QTD-CLI-CONFERIDOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Clientes pendentes: "==
                         ==VALOR==   BY ==QTD-CLI-PENDENTES==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Pacientes conferidos: "==
                         ==VALOR==   BY ==QTD-PAC-CONFERIDOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Pacientes pendentes: "==
                         ==VALOR==   BY ==QTD-PAC-PENDENTES==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO.
       END PROGRAM DocumentoPendente.
