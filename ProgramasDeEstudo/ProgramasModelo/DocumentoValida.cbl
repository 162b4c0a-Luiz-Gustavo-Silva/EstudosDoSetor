      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Validacao compartilhada de CPF e CNPJ, CALLavel como o
      *          CepDiretorio e o DataUtil, usada pelos cadastros de
      *          Clientes e do IMC e pelo DocumentoPendente. Confere o
      *          digito verificador (modulo 11) e devolve o documento
      *          separado em tipo (F-CPF, J-CNPJ) e numero, como fica
      *          gravado nos masters, e formatado para a tela e os
      *          relatorios. Documento de algarismos todos iguais
      *          passa no modulo 11 mas nao existe: e recusado.
      *          A funcao 3 completa os digitos verificadores de um
      *          numero-base, para quem gera documento ficticio que
      *          precisa passar na validacao (MestresMascara).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DocumentoValida.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----Algarismos do documento, um por posicao: CPF nas 11
      *----primeiras, CNPJ nas 14
       01  DIGITOS PIC X(14).
       01  FILLER REDEFINES DIGITOS.
           03 DIGITO PIC 9 OCCURS 14 TIMES.
       01  QTD-DIGITOS PIC 9(2).
       01  IDX-CHAR PIC 9(2).
       01  IDX-DIGITO PIC 9(2).
       01  NUMERO-CPF PIC 9(11).
       01  NUMERO-GRAVADO PIC 9(14).
      *----Pesos do CNPJ: o primeiro digito verificador usa os 12
      *----ultimos, o segundo usa os 13
       01  PESOS-CNPJ PIC X(13) VALUE '6543298765432'.
       01  FILLER REDEFINES PESOS-CNPJ.
           03 PESO-CNPJ PIC 9 OCCURS 13 TIMES.
       01  SOMA-PESOS PIC 9(4).
       01  RESTO-DIVISAO PIC 9(2).
       01  QUOCIENTE PIC 9(4).
       01  DIGITO-CALCULADO PIC 9.
       01  TODOS-IGUAIS PIC X.
       LINKAGE SECTION.
      *----1-validar o documento digitado; 2-conferir e formatar o
      *----documento gravado (tipo + numero); 3-calcular os digitos
      *----verificadores do numero (tipo + numero-base, os digitos
      *----verificadores que vierem sao ignorados) e formatar
       01  LK-FUNCAO PIC 9.
      *----Como digitado pelo operador: aceita so algarismos ou com a
      *----pontuacao de costume (123.456.789-09, 12.345.678/0001-95)
       01  LK-DIGITADO PIC X(18).
      *----F-CPF, J-CNPJ; saida da funcao 1, entrada da funcao 2
       01  LK-TIPO PIC X(1).
       01  LK-NUMERO PIC 9(14).
       01  LK-FORMATADO PIC X(18).
      *----00-OK, 10-mal formado (nem 11 nem 14 algarismos, caractere
      *----estranho, tipo desconhecido), 20-digito verificador nao
      *----confere, 30-funcao invalida
       01  LK-RETORNO PIC 9(2).
       PROCEDURE DIVISION USING LK-FUNCAO LK-DIGITADO LK-TIPO
               LK-NUMERO LK-FORMATADO LK-RETORNO.
           MOVE 00 TO LK-RETORNO
           MOVE SPACES TO LK-FORMATADO
           MOVE ZEROS TO DIGITOS
           EVALUATE LK-FUNCAO
               WHEN 1
                   PERFORM 1000-DEPURAR-DIGITADO
               WHEN 2
                   PERFORM 2000-SEPARAR-GRAVADO
               WHEN 3
                   PERFORM 2000-SEPARAR-GRAVADO
                   IF LK-RETORNO = 00
                       PERFORM 5000-CALCULAR-DIGITOS
                   END-IF
               WHEN OTHER
                   MOVE 30 TO LK-RETORNO
           END-EVALUATE
           IF LK-RETORNO = 00
               PERFORM 3000-CONFERIR-DIGITOS
           END-IF
           IF LK-RETORNO = 00
               PERFORM 4000-FORMATAR
           END-IF
           GOBACK.

      *----Recolhe os algarismos ignorando ponto, barra, traco e
      *----espaco; 11 algarismos e CPF, 14 e CNPJ
       1000-DEPURAR-DIGITADO.
           MOVE 0 TO QTD-DIGITOS
           PERFORM VARYING IDX-CHAR FROM 1 BY 1 UNTIL IDX-CHAR > 18
               IF LK-DIGITADO(IDX-CHAR:1) IS NUMERIC
                   IF QTD-DIGITOS < 14
                       ADD 1 TO QTD-DIGITOS
                       MOVE LK-DIGITADO(IDX-CHAR:1)
                           TO DIGITOS(QTD-DIGITOS:1)
                   ELSE
                       MOVE 10 TO LK-RETORNO
                   END-IF
               ELSE
                   IF LK-DIGITADO(IDX-CHAR:1) NOT = '.' AND
                           LK-DIGITADO(IDX-CHAR:1) NOT = '/' AND
                           LK-DIGITADO(IDX-CHAR:1) NOT = '-' AND
                           LK-DIGITADO(IDX-CHAR:1) NOT = SPACE
                       MOVE 10 TO LK-RETORNO
                   END-IF
               END-IF
           END-PERFORM
           IF LK-RETORNO = 00
               EVALUATE QTD-DIGITOS
                   WHEN 11
                       MOVE 'F' TO LK-TIPO
                       MOVE DIGITOS(1:11) TO NUMERO-CPF
                       MOVE NUMERO-CPF TO LK-NUMERO
                   WHEN 14
                       MOVE 'J' TO LK-TIPO
                       MOVE DIGITOS TO LK-NUMERO
                   WHEN OTHER
                       MOVE 10 TO LK-RETORNO
               END-EVALUATE
           END-IF.

      *----O CPF fica gravado nos 11 algarismos da direita do numero
       2000-SEPARAR-GRAVADO.
           MOVE LK-NUMERO TO NUMERO-GRAVADO
           EVALUATE LK-TIPO
               WHEN 'F'
                   MOVE 11 TO QTD-DIGITOS
                   MOVE NUMERO-GRAVADO(4:11) TO DIGITOS(1:11)
               WHEN 'J'
                   MOVE 14 TO QTD-DIGITOS
                   MOVE NUMERO-GRAVADO TO DIGITOS
               WHEN OTHER
                   MOVE 10 TO LK-RETORNO
           END-EVALUATE.

      *----Modulo 11: resto menor que 2 da digito 0, senao 11 menos o
      *----resto. CPF pesa 10 a 2 (primeiro digito) e 11 a 2 (segundo)
       3000-CONFERIR-DIGITOS.
           MOVE 'S' TO TODOS-IGUAIS
           PERFORM VARYING IDX-DIGITO FROM 2 BY 1
                   UNTIL IDX-DIGITO > QTD-DIGITOS
               IF DIGITO(IDX-DIGITO) NOT = DIGITO(1)
                   MOVE 'N' TO TODOS-IGUAIS
               END-IF
           END-PERFORM
           IF TODOS-IGUAIS = 'S'
               MOVE 20 TO LK-RETORNO
           ELSE
               IF QTD-DIGITOS = 11
                   PERFORM 3100-CONFERIR-CPF
               ELSE
                   PERFORM 3200-CONFERIR-CNPJ
               END-IF
           END-IF.

       3100-CONFERIR-CPF.
           MOVE 0 TO SOMA-PESOS
           PERFORM VARYING IDX-DIGITO FROM 1 BY 1 UNTIL IDX-DIGITO > 9
               COMPUTE SOMA-PESOS = SOMA-PESOS
                   + DIGITO(IDX-DIGITO) * (11 - IDX-DIGITO)
           END-PERFORM
           PERFORM 3900-DIGITO-MODULO-11
           IF DIGITO-CALCULADO NOT = DIGITO(10)
               MOVE 20 TO LK-RETORNO
           ELSE
               MOVE 0 TO SOMA-PESOS
               PERFORM VARYING IDX-DIGITO FROM 1 BY 1
                       UNTIL IDX-DIGITO > 10
                   COMPUTE SOMA-PESOS = SOMA-PESOS
                       + DIGITO(IDX-DIGITO) * (12 - IDX-DIGITO)
               END-PERFORM
               PERFORM 3900-DIGITO-MODULO-11
               IF DIGITO-CALCULADO NOT = DIGITO(11)
                   MOVE 20 TO LK-RETORNO
               END-IF
           END-IF.

       3200-CONFERIR-CNPJ.
           MOVE 0 TO SOMA-PESOS
           PERFORM VARYING IDX-DIGITO FROM 1 BY 1 UNTIL IDX-DIGITO > 12
               COMPUTE SOMA-PESOS = SOMA-PESOS
                   + DIGITO(IDX-DIGITO) * PESO-CNPJ(IDX-DIGITO + 1)
           END-PERFORM
           PERFORM 3900-DIGITO-MODULO-11
           IF DIGITO-CALCULADO NOT = DIGITO(13)
               MOVE 20 TO LK-RETORNO
           ELSE
               MOVE 0 TO SOMA-PESOS
               PERFORM VARYING IDX-DIGITO FROM 1 BY 1
                       UNTIL IDX-DIGITO > 13
                   COMPUTE SOMA-PESOS = SOMA-PESOS
                       + DIGITO(IDX-DIGITO) * PESO-CNPJ(IDX-DIGITO)
               END-PERFORM
               PERFORM 3900-DIGITO-MODULO-11
               IF DIGITO-CALCULADO NOT = DIGITO(14)
                   MOVE 20 TO LK-RETORNO
               END-IF
           END-IF.

       3900-DIGITO-MODULO-11.
           DIVIDE SOMA-PESOS BY 11 GIVING QUOCIENTE
               REMAINDER RESTO-DIVISAO
           IF RESTO-DIVISAO < 2
               MOVE 0 TO DIGITO-CALCULADO
           ELSE
               COMPUTE DIGITO-CALCULADO = 11 - RESTO-DIVISAO
           END-IF.

       4000-FORMATAR.
           IF QTD-DIGITOS = 11
               STRING DIGITOS(1:3) '.' DIGITOS(4:3) '.'
                   DIGITOS(7:3) '-' DIGITOS(10:2)
                   DELIMITED BY SIZE INTO LK-FORMATADO
           ELSE
               STRING DIGITOS(1:2) '.' DIGITOS(3:3) '.'
                   DIGITOS(6:3) '/' DIGITOS(9:4) '-'
                   DIGITOS(13:2)
                   DELIMITED BY SIZE INTO LK-FORMATADO
           END-IF.

      *----Mesmos pesos da conferencia; os digitos calculados voltam
      *----no LK-NUMERO e a conferencia da 3000 passa sobre eles
       5000-CALCULAR-DIGITOS.
           IF QTD-DIGITOS = 11
               MOVE 0 TO SOMA-PESOS
               PERFORM VARYING IDX-DIGITO FROM 1 BY 1
                       UNTIL IDX-DIGITO > 9
                   COMPUTE SOMA-PESOS = SOMA-PESOS
                       + DIGITO(IDX-DIGITO) * (11 - IDX-DIGITO)
               END-PERFORM
               PERFORM 3900-DIGITO-MODULO-11
               MOVE DIGITO-CALCULADO TO DIGITO(10)
               MOVE 0 TO SOMA-PESOS
               PERFORM VARYING IDX-DIGITO FROM 1 BY 1
                       UNTIL IDX-DIGITO > 10
                   COMPUTE SOMA-PESOS = SOMA-PESOS
                       + DIGITO(IDX-DIGITO) * (12 - IDX-DIGITO)
               END-PERFORM
               PERFORM 3900-DIGITO-MODULO-11
               MOVE DIGITO-CALCULADO TO DIGITO(11)
               MOVE DIGITOS(1:11) TO NUMERO-CPF
               MOVE NUMERO-CPF TO LK-NUMERO
           ELSE
               MOVE 0 TO SOMA-PESOS
               PERFORM VARYING IDX-DIGITO FROM 1 BY 1
                       UNTIL IDX-DIGITO > 12
                   COMPUTE SOMA-PESOS = SOMA-PESOS
                       + DIGITO(IDX-DIGITO) * PESO-CNPJ(IDX-DIGITO + 1)
               END-PERFORM
               PERFORM 3900-DIGITO-MODULO-11
               MOVE DIGITO-CALCULADO TO DIGITO(13)
               MOVE 0 TO SOMA-PESOS
               PERFORM VARYING IDX-DIGITO FROM 1 BY 1
                       UNTIL IDX-DIGITO > 13
                   COMPUTE SOMA-PESOS = SOMA-PESOS
                       + DIGITO(IDX-DIGITO) * PESO-CNPJ(IDX-DIGITO)
               END-PERFORM
               PERFORM 3900-DIGITO-MODULO-11
               MOVE DIGITO-CALCULADO TO DIGITO(14)
               MOVE DIGITOS TO LK-NUMERO
           END-IF.

       END PROGRAM DocumentoValida.
