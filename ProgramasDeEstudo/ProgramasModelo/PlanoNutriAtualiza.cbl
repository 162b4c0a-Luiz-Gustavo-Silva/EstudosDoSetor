      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Emissao do plano nutricional do paciente a partir da
      *          classificacao do IMC, CALLavel pelo IMC.cbl e pelo
      *          IMCBatch.cbl logo depois de classificar a visita.
      *          Sem plano no PLANOPAC, copia o modelo do PLANOMOD da
      *          faixa (adulto/pediatrico, sexo e classificacao); com
      *          plano de outra faixa, reemite com o modelo novo e
      *          versao seguinte; na mesma faixa o plano, com os
      *          ajustes da nutricionista, fica como esta. Plano
      *          emitido ou reemitido fica pendente de impressao para
      *          o PlanoImprime.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlanoNutriAtualiza.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLANO-MODELOS ASSIGN TO "PLANOMOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMO-CHAVE
               FILE STATUS IS FS-MODELOS.
           SELECT OPTIONAL PLANOS-PACIENTE ASSIGN TO "PLANOPAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-PAC-ID
               FILE STATUS IS FS-PLANOS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-MODELOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegPlanoModelo.
       FD  PLANOS-PACIENTE.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegPlanoPaciente.
       WORKING-STORAGE SECTION.
       01  FS-MODELOS PIC X(2).
       01  FS-PLANOS PIC X(2).
       01  MODELO-ACHADO PIC X.
       01  PLANO-EXISTE PIC X.
       01  IDX-LINHA PIC 9(2).
       01  VERSAO-ANTERIOR PIC 9(3).
       01  FAIXA-VISITA.
           03 FV-FAIXA-IDADE PIC X(1).
           03 FV-SEXO PIC X(1).
           03 FV-CLASSIFICACAO PIC X(17).
       LINKAGE SECTION.
       01  LK-PAC-ID PIC 9(6).
      *----A: 18 anos ou mais; P: pediatrico
       01  LK-FAIXA-IDADE PIC X(1).
       01  LK-SEXO PIC X(1).
       01  LK-CLASSIFICACAO PIC X(17).
       01  LK-DATA PIC 9(8).
      *----00-plano da faixa ja emitido, 01-primeiro plano emitido,
      *----02-plano reemitido por troca de faixa, 10-faixa sem modelo
      *----no PLANOMOD, 20-arquivos de plano indisponiveis
       01  LK-RETORNO PIC 9(2).
       PROCEDURE DIVISION USING LK-PAC-ID LK-FAIXA-IDADE LK-SEXO
               LK-CLASSIFICACAO LK-DATA LK-RETORNO.
           MOVE LK-FAIXA-IDADE TO FV-FAIXA-IDADE
           MOVE LK-SEXO TO FV-SEXO
           INSPECT FV-SEXO CONVERTING 'mf' TO 'MF'
           MOVE LK-CLASSIFICACAO TO FV-CLASSIFICACAO
           OPEN INPUT PLANO-MODELOS
           OPEN I-O PLANOS-PACIENTE
           IF (FS-MODELOS NOT = '00' AND FS-MODELOS NOT = '05') OR
                   (FS-PLANOS NOT = '00' AND FS-PLANOS NOT = '05')
               MOVE 20 TO LK-RETORNO
               CLOSE PLANO-MODELOS
               CLOSE PLANOS-PACIENTE
               GOBACK
           END-IF
           MOVE 00 TO LK-RETORNO
           MOVE LK-PAC-ID TO PLN-PAC-ID
           READ PLANOS-PACIENTE KEY IS PLN-PAC-ID
               INVALID KEY
                   MOVE 'N' TO PLANO-EXISTE
                   MOVE 0 TO VERSAO-ANTERIOR
               NOT INVALID KEY
                   MOVE 'S' TO PLANO-EXISTE
                   MOVE PLN-VERSAO TO VERSAO-ANTERIOR
           END-READ
           IF PLANO-EXISTE = 'N' OR PLN-FAIXA NOT = FAIXA-VISITA
               PERFORM 1000-PROCURAR-MODELO
               IF MODELO-ACHADO = 'N'
                   MOVE 10 TO LK-RETORNO
               ELSE
                   PERFORM 2000-EMITIR-PLANO
               END-IF
           END-IF
           CLOSE PLANO-MODELOS
           CLOSE PLANOS-PACIENTE
           GOBACK.

      *----Modelo do sexo do paciente; na falta, o modelo de sexo '*'
       1000-PROCURAR-MODELO.
           MOVE 'S' TO MODELO-ACHADO
           MOVE FAIXA-VISITA TO PMO-CHAVE
           READ PLANO-MODELOS KEY IS PMO-CHAVE
               INVALID KEY
                   MOVE '*' TO PMO-SEXO
                   READ PLANO-MODELOS KEY IS PMO-CHAVE
                       INVALID KEY
                           MOVE 'N' TO MODELO-ACHADO
                   END-READ
           END-READ.

      *----Reemissao descarta os ajustes do plano da faixa anterior:
      *----a orientacao da faixa nova parte do modelo dela
       2000-EMITIR-PLANO.
           MOVE LK-PAC-ID TO PLN-PAC-ID
           MOVE FAIXA-VISITA TO PLN-FAIXA
           ADD 1 TO VERSAO-ANTERIOR GIVING PLN-VERSAO
           MOVE LK-DATA TO PLN-DATA-EMISSAO
           MOVE PMO-KCAL TO PLN-KCAL
           PERFORM VARYING IDX-LINHA FROM 1 BY 1 UNTIL IDX-LINHA > 8
               MOVE PMO-LINHA(IDX-LINHA) TO PLN-LINHA(IDX-LINHA)
           END-PERFORM
           MOVE 'N' TO PLN-AJUSTADO
           MOVE SPACES TO PLN-AJUSTE-OPERADOR
           MOVE 0 TO PLN-DATA-AJUSTE
           SET PLN-IMPRESSAO-PENDENTE TO TRUE
           MOVE 0 TO PLN-DATA-IMPRESSAO
           IF PLANO-EXISTE = 'N'
               WRITE REG-PLANO-PACIENTE
               MOVE 01 TO LK-RETORNO
           ELSE
               REWRITE REG-PLANO-PACIENTE
               MOVE 02 TO LK-RETORNO
           END-IF.
       END PROGRAM PlanoNutriAtualiza.
