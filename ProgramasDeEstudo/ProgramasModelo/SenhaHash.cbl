      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Hash de mao unica da senha do operador, fatorado em
      *          subprograma como o AuditCadeia para o sign-on
      *          (Autenticacao), a manutencao do cadastro e a carga de
      *          conversao fazerem exatamente a mesma conta. O id do
      *          operador entra na conta junto com a senha, e o texto
      *          e repassado varias vezes pelos dois acumuladores: o
      *          hash guardado no OPERADORES nao devolve a senha, e a
      *          mesma senha da hashes diferentes em operadores
      *          diferentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SenhaHash.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  IDX-BYTE PIC 9(2).
       01  IDX-PASSADA PIC 9(3).
       01  TEXTO-HASH.
           03 TH-OPERADOR PIC X(10).
           03 TH-SENHA PIC X(8).
       01  HASH-CALCULADO.
           03 ACUMULADO-A PIC 9(10).
           03 ACUMULADO-B PIC 9(10).
       LINKAGE SECTION.
       01  LK-OPERADOR PIC X(10).
       01  LK-SENHA PIC X(8).
       01  LK-HASH PIC X(20).
       PROCEDURE DIVISION USING LK-OPERADOR LK-SENHA LK-HASH.
           MOVE LK-OPERADOR TO TH-OPERADOR
           MOVE LK-SENHA TO TH-SENHA
           MOVE 1234567 TO ACUMULADO-A
           MOVE 7654321 TO ACUMULADO-B
           PERFORM VARYING IDX-PASSADA FROM 1 BY 1
                   UNTIL IDX-PASSADA > 64
               PERFORM VARYING IDX-BYTE FROM 1 BY 1
                       UNTIL IDX-BYTE > 18
                   COMPUTE ACUMULADO-A = FUNCTION MOD(
                       ACUMULADO-A * 131 +
                       FUNCTION ORD(TEXTO-HASH(IDX-BYTE:1)) +
                       IDX-PASSADA
                       9999999967)
                   COMPUTE ACUMULADO-B = FUNCTION MOD(
                       ACUMULADO-B * 257 + ACUMULADO-A
                       9999999943)
               END-PERFORM
           END-PERFORM
           MOVE HASH-CALCULADO TO LK-HASH
           GOBACK.
       END PROGRAM SenhaHash.
