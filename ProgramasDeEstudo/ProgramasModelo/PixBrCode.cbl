      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Montagem compartilhada do PIX copia-e-cola (BR Code
      *          no padrao EMV do Banco Central), CALLavel como o
      *          DataUtil: recebe o txid do titulo e o valor e devolve
      *          o payload pronto, com o CRC16 no fim. A chave PIX, o
      *          nome do recebedor e a cidade vem do arquivo central
      *          de parametros (programa PIX: CHAVE, RECEBEDOR,
      *          CIDADE), lidos na primeira chamada e mantidos o resto
      *          da execucao. O txid e o que liga o pagamento de volta
      *          ao titulo no PixEntrada: BOL + nosso numero para o
      *          boleto, ACD + conta + P + parcela para o canhoto do
      *          carne.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PixBrCode.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  PARAMETROS-LIDOS PIC X VALUE 'N'.
       01  PARAM-PROGRAMA PIC X(12) VALUE 'PIX'.
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
       01  PIX-CHAVE PIC X(20) VALUE SPACES.
      *----O BR Code limita o nome a 25 e a cidade a 15 posicoes
       01  PIX-RECEBEDOR PIC X(25) VALUE 'SETOR SERVICOS LTDA'.
       01  PIX-CIDADE PIC X(15) VALUE SPACES.
      *----Campo do payload em montagem: identificador, tamanho e
      *----conteudo, acrescentado no fim do que ja foi montado
       01  CAMPO-ID PIC X(2).
       01  CAMPO-CONTEUDO PIC X(99).
       01  CAMPO-TAMANHO PIC 9(2).
       01  CONTA-MERCHANT PIC X(99).
       01  TAMANHO-MERCHANT PIC 9(2).
       01  DADOS-ADICIONAIS PIC X(99).
       01  TAMANHO-ADICIONAIS PIC 9(2).
       01  PAYLOAD PIC X(250).
       01  TAMANHO-PAYLOAD PIC 9(3).
       01  IDX-POSICAO PIC 9(3).
      *----Valor no formato do BR Code: inteiros sem zeros a
      *----esquerda, ponto e dois decimais
       01  VALOR-TRABALHO PIC 9(11)V9(2).
       01  VALOR-TRABALHO-R REDEFINES VALOR-TRABALHO.
           03 VT-INTEIROS PIC 9(11).
           03 VT-CENTAVOS PIC 9(2).
       01  INTEIROS-ED PIC Z(10)9.
       01  INICIO-INTEIROS PIC 9(2).
      *----O CRC do BR Code e calculado sobre os bytes ASCII do
      *----payload, seja qual for o codigo de caracteres da maquina:
      *----o codigo ASCII sai da posicao do caractere nesta tabela
      *----(posicao 1 = espaco = ASCII 32, ate o til = ASCII 126)
       01  TABELA-ASCII.
           03 FILLER PIC X(48) VALUE
               ' !"#$%&''()*+,-./0123456789:;<=>?@ABCDEFGHIJKLMNO'.
           03 FILLER PIC X(47) VALUE
               'PQRSTUVWXYZ[\]^_`abcdefghijklmnopqrstuvwxyz{|}~'.
       01  TABELA-ASCII-R REDEFINES TABELA-ASCII.
           03 TA-CARACTERE PIC X OCCURS 95 TIMES.
       01  IDX-ASCII PIC 9(3).
       01  CODIGO-ASCII PIC 9(3).
      *----CRC16-CCITT (polinomio 1021, inicial FFFF) bit a bit, o
      *----bit 1 e o mais significativo
       01  CRC-REGISTRO.
           03 CRC-BIT PIC 9 OCCURS 16 TIMES.
       01  IDX-BIT PIC 9(2).
       01  IDX-BIT-BYTE PIC 9.
       01  PESO-BIT PIC 9(3).
       01  RESTO-BYTE PIC 9(3).
       01  BIT-ENTRADA PIC 9.
       01  BIT-SAIDA PIC 9.
       01  VALOR-NIBBLE PIC 9(2).
       01  DIGITOS-HEXA PIC X(16) VALUE '0123456789ABCDEF'.
       01  CRC-HEXA PIC X(4).
       LINKAGE SECTION.
      *----Data de processamento, para a vigencia dos parametros
       01  LK-DATA PIC 9(8).
       01  LK-TXID PIC X(25).
       01  LK-VALOR PIC 9(11)V9(2).
       01  LK-PAYLOAD PIC X(250).
       01  LK-TAMANHO PIC 9(3).
      *----00-montado, 10-chave PIX ou cidade sem parametro, 20-txid
      *----em branco
       01  LK-RETORNO PIC 9(2).
       PROCEDURE DIVISION USING LK-DATA LK-TXID LK-VALOR LK-PAYLOAD
               LK-TAMANHO LK-RETORNO.
           IF PARAMETROS-LIDOS = 'N'
               MOVE 'S' TO PARAMETROS-LIDOS
               PERFORM 0100-LER-PARAMETROS
           END-IF
           MOVE SPACES TO LK-PAYLOAD
           MOVE 0 TO LK-TAMANHO
           IF PIX-CHAVE = SPACES OR PIX-CIDADE = SPACES
               MOVE 10 TO LK-RETORNO
               GOBACK
           END-IF
           IF LK-TXID = SPACES
               MOVE 20 TO LK-RETORNO
               GOBACK
           END-IF
           MOVE SPACES TO PAYLOAD
           MOVE 0 TO TAMANHO-PAYLOAD
           MOVE '00' TO CAMPO-ID
           MOVE '01' TO CAMPO-CONTEUDO
           PERFORM 1000-ACRESCENTAR-CAMPO
           PERFORM 1100-MONTAR-CONTA-MERCHANT
           MOVE '26' TO CAMPO-ID
           MOVE CONTA-MERCHANT TO CAMPO-CONTEUDO
           PERFORM 1000-ACRESCENTAR-CAMPO
           MOVE '52' TO CAMPO-ID
           MOVE '0000' TO CAMPO-CONTEUDO
           PERFORM 1000-ACRESCENTAR-CAMPO
           MOVE '53' TO CAMPO-ID
           MOVE '986' TO CAMPO-CONTEUDO
           PERFORM 1000-ACRESCENTAR-CAMPO
           PERFORM 1200-FORMATAR-VALOR
           MOVE '54' TO CAMPO-ID
           PERFORM 1000-ACRESCENTAR-CAMPO
           MOVE '58' TO CAMPO-ID
           MOVE 'BR' TO CAMPO-CONTEUDO
           PERFORM 1000-ACRESCENTAR-CAMPO
           MOVE '59' TO CAMPO-ID
           MOVE PIX-RECEBEDOR TO CAMPO-CONTEUDO
           PERFORM 1000-ACRESCENTAR-CAMPO
           MOVE '60' TO CAMPO-ID
           MOVE PIX-CIDADE TO CAMPO-CONTEUDO
           PERFORM 1000-ACRESCENTAR-CAMPO
           PERFORM 1300-MONTAR-DADOS-ADICIONAIS
           MOVE '62' TO CAMPO-ID
           MOVE DADOS-ADICIONAIS TO CAMPO-CONTEUDO
           PERFORM 1000-ACRESCENTAR-CAMPO
      *----O CRC cobre o payload inteiro, inclusive o '6304' dele
           MOVE '6304' TO PAYLOAD(TAMANHO-PAYLOAD + 1:4)
           ADD 4 TO TAMANHO-PAYLOAD
           PERFORM 2000-CALCULAR-CRC
           MOVE CRC-HEXA TO PAYLOAD(TAMANHO-PAYLOAD + 1:4)
           ADD 4 TO TAMANHO-PAYLOAD
           MOVE PAYLOAD TO LK-PAYLOAD
           MOVE TAMANHO-PAYLOAD TO LK-TAMANHO
           MOVE 00 TO LK-RETORNO
           GOBACK.

       0100-LER-PARAMETROS.
           MOVE 'CHAVE' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               LK-DATA PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               MOVE PARAM-VALOR TO PIX-CHAVE
           END-IF
           MOVE 'RECEBEDOR' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               LK-DATA PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               MOVE PARAM-VALOR TO PIX-RECEBEDOR
           END-IF
           MOVE 'CIDADE' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               LK-DATA PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               MOVE PARAM-VALOR TO PIX-CIDADE
           END-IF.

      *----ID + tamanho em duas posicoes + conteudo sem os brancos
      *----do fim
       1000-ACRESCENTAR-CAMPO.
           PERFORM 8000-MEDIR-CONTEUDO
           MOVE CAMPO-ID TO PAYLOAD(TAMANHO-PAYLOAD + 1:2)
           MOVE CAMPO-TAMANHO TO PAYLOAD(TAMANHO-PAYLOAD + 3:2)
           ADD 4 TO TAMANHO-PAYLOAD
           IF CAMPO-TAMANHO GREATER 0
               MOVE CAMPO-CONTEUDO(1:CAMPO-TAMANHO)
                   TO PAYLOAD(TAMANHO-PAYLOAD + 1:CAMPO-TAMANHO)
               ADD CAMPO-TAMANHO TO TAMANHO-PAYLOAD
           END-IF.

      *----Conta do recebedor (ID 26): GUI do arranjo PIX e a chave
       1100-MONTAR-CONTA-MERCHANT.
           MOVE SPACES TO CONTA-MERCHANT
           MOVE PIX-CHAVE TO CAMPO-CONTEUDO
           PERFORM 8000-MEDIR-CONTEUDO
           STRING '0014' DELIMITED BY SIZE
               'BR.GOV.BCB.PIX' DELIMITED BY SIZE
               '01' DELIMITED BY SIZE
               CAMPO-TAMANHO DELIMITED BY SIZE
               PIX-CHAVE(1:CAMPO-TAMANHO) DELIMITED BY SIZE
               INTO CONTA-MERCHANT.

       1200-FORMATAR-VALOR.
           MOVE LK-VALOR TO VALOR-TRABALHO
           MOVE VT-INTEIROS TO INTEIROS-ED
           PERFORM VARYING INICIO-INTEIROS FROM 1 BY 1
                   UNTIL INICIO-INTEIROS > 10
                       OR INTEIROS-ED(INICIO-INTEIROS:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE SPACES TO CAMPO-CONTEUDO
           STRING INTEIROS-ED(INICIO-INTEIROS:) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               VT-CENTAVOS DELIMITED BY SIZE
               INTO CAMPO-CONTEUDO.

      *----Dados adicionais (ID 62): so o txid (sub-ID 05)
       1300-MONTAR-DADOS-ADICIONAIS.
           MOVE SPACES TO DADOS-ADICIONAIS
           MOVE LK-TXID TO CAMPO-CONTEUDO
           PERFORM 8000-MEDIR-CONTEUDO
           STRING '05' DELIMITED BY SIZE
               CAMPO-TAMANHO DELIMITED BY SIZE
               LK-TXID(1:CAMPO-TAMANHO) DELIMITED BY SIZE
               INTO DADOS-ADICIONAIS.

       2000-CALCULAR-CRC.
           PERFORM VARYING IDX-BIT FROM 1 BY 1 UNTIL IDX-BIT > 16
               MOVE 1 TO CRC-BIT(IDX-BIT)
           END-PERFORM
           PERFORM VARYING IDX-POSICAO FROM 1 BY 1
                   UNTIL IDX-POSICAO > TAMANHO-PAYLOAD
               PERFORM 2100-CODIGO-ASCII
               MOVE CODIGO-ASCII TO RESTO-BYTE
               MOVE 128 TO PESO-BIT
               PERFORM VARYING IDX-BIT-BYTE FROM 1 BY 1
                       UNTIL IDX-BIT-BYTE > 8
                   IF RESTO-BYTE NOT LESS PESO-BIT
                       MOVE 1 TO BIT-ENTRADA
                       SUBTRACT PESO-BIT FROM RESTO-BYTE
                   ELSE
                       MOVE 0 TO BIT-ENTRADA
                   END-IF
                   DIVIDE PESO-BIT BY 2 GIVING PESO-BIT
                   PERFORM 2200-DESLOCAR-CRC
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO CRC-HEXA
           PERFORM VARYING IDX-BIT FROM 1 BY 4 UNTIL IDX-BIT > 16
               COMPUTE VALOR-NIBBLE =
                   CRC-BIT(IDX-BIT) * 8 + CRC-BIT(IDX-BIT + 1) * 4 +
                   CRC-BIT(IDX-BIT + 2) * 2 + CRC-BIT(IDX-BIT + 3)
               COMPUTE IDX-ASCII = (IDX-BIT + 3) / 4
               MOVE DIGITOS-HEXA(VALOR-NIBBLE + 1:1)
                   TO CRC-HEXA(IDX-ASCII:1)
           END-PERFORM.

      *----Caractere fora da tabela (nao deveria haver) entra como
      *----espaco
       2100-CODIGO-ASCII.
           MOVE 32 TO CODIGO-ASCII
           PERFORM VARYING IDX-ASCII FROM 1 BY 1
                   UNTIL IDX-ASCII > 95
               IF TA-CARACTERE(IDX-ASCII) =
                       PAYLOAD(IDX-POSICAO:1)
                   COMPUTE CODIGO-ASCII = IDX-ASCII + 31
                   MOVE 95 TO IDX-ASCII
               END-IF
           END-PERFORM.

      *----Um passo do CRC: o bit que sai pela esquerda combinado
      *----com o bit de entrada decide se o polinomio 1021 (bits 4,
      *----11 e 16 contados da esquerda) inverte o registro
       2200-DESLOCAR-CRC.
           IF CRC-BIT(1) = BIT-ENTRADA
               MOVE 0 TO BIT-SAIDA
           ELSE
               MOVE 1 TO BIT-SAIDA
           END-IF
           PERFORM VARYING IDX-BIT FROM 1 BY 1 UNTIL IDX-BIT > 15
               MOVE CRC-BIT(IDX-BIT + 1) TO CRC-BIT(IDX-BIT)
           END-PERFORM
           MOVE 0 TO CRC-BIT(16)
           IF BIT-SAIDA = 1
               COMPUTE CRC-BIT(4) = 1 - CRC-BIT(4)
               COMPUTE CRC-BIT(11) = 1 - CRC-BIT(11)
               COMPUTE CRC-BIT(16) = 1 - CRC-BIT(16)
           END-IF.

      *----Tamanho do conteudo sem os brancos do fim
       8000-MEDIR-CONTEUDO.
           MOVE 99 TO CAMPO-TAMANHO
           PERFORM UNTIL CAMPO-TAMANHO = 0
                   OR CAMPO-CONTEUDO(CAMPO-TAMANHO:1) NOT = SPACE
               SUBTRACT 1 FROM CAMPO-TAMANHO
           END-PERFORM.
       END PROGRAM PixBrCode.
