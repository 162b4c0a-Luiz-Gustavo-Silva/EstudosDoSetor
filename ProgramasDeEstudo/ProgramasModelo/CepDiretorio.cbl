      *          pelos cadastros de Clientes e do IMC. Valida o CEP
      *          digitado e devolve o endereco da faixa, acabando com
      *          a mesma cidade grafada de tres jeitos no cadastro.
      *          O diretorio e montado pelo CepCarga a partir da base
      *          de enderecos dos Correios e fica indexado por nivel:
      *          CEP de logradouro, faixa de bairro e faixa de
      *          localidade, pesquisados nessa ordem - vale o nivel
      *          mais especifico que conhecer o CEP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CepDiretorio.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CEP-DIR ASSIGN TO "CEPDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDIR-CHAVE
               FILE STATUS IS FS-CEP-DIR.
       DATA DIVISION.
       FILE SECTION.
       FD  CEP-DIR.
      *----Mesmo layout gravado pelo CepCarga. Chave pelo fim da
      *----faixa dentro do nivel: as faixas de um mesmo nivel nao se
      *----sobrepoem, e a primeira faixa com fim a partir do CEP e a
      *----unica que pode conte-lo
       01  REG-CEP-DIR.
           03 CDIR-CHAVE.
      *----L-CEP de logradouro (inicio = fim), B-faixa de bairro,
      *----C-faixa de localidade (ou CEP unico de cidade pequena)
               05 CDIR-NIVEL PIC X(1).
                   88 CDIR-LOGRADOURO VALUE 'L'.
                   88 CDIR-FAIXA-BAIRRO VALUE 'B'.
                   88 CDIR-FAIXA-LOCALIDADE VALUE 'C'.
               05 CDIR-CEP-FIM PIC 9(8).
           03 CDIR-CEP-INI PIC 9(8).
      *----Rua so vem preenchida em faixa de logradouro unico; faixa
      *----larga de bairro/cidade deixa em branco
           03 CDIR-RUA PIC X(30).
           03 CDIR-UF PIC X(2).
       WORKING-STORAGE SECTION.
       01  FS-CEP-DIR PIC X(2).
      *----Diretorio aberto uma unica vez na primeira chamada e
      *----mantido aberto para as seguintes; vazio ou ausente, todas
      *----as chamadas respondem 30
       01  DIRETORIO-ABERTO PIC X VALUE 'N'.
       01  DIRETORIO-VAZIO PIC X VALUE 'N'.
       01  NIVEL-PESQUISA PIC X(1).
      *----CEP digitado depurado: so os algarismos, sem o traco
       01  CEP-DIGITOS PIC 9(8).
       01  CEP-LIMPO PIC X(8).
       01  LK-RETORNO PIC 9(2).
       PROCEDURE DIVISION USING LK-CEP LK-RUA LK-BAIRRO LK-CIDADE
               LK-UF LK-RETORNO.
           IF DIRETORIO-ABERTO = 'N'
               PERFORM 8000-ABRIR-DIRETORIO
           END-IF
           IF DIRETORIO-VAZIO = 'S'
               MOVE 30 TO LK-RETORNO
           ELSE
               MOVE 00 TO LK-RETORNO
               MOVE CEP-LIMPO TO CEP-DIGITOS
           END-IF.

      *----Do nivel mais especifico para o mais largo: o CEP proprio
      *----do logradouro, depois a faixa do bairro, depois a da
      *----localidade
       2000-PESQUISAR-FAIXA.
           MOVE 20 TO LK-RETORNO
           MOVE 'L' TO NIVEL-PESQUISA
           PERFORM 2100-PESQUISAR-NIVEL
           IF LK-RETORNO NOT = 00
               MOVE 'B' TO NIVEL-PESQUISA
               PERFORM 2100-PESQUISAR-NIVEL
           END-IF
           IF LK-RETORNO NOT = 00
               MOVE 'C' TO NIVEL-PESQUISA
               PERFORM 2100-PESQUISAR-NIVEL
           END-IF.

       2100-PESQUISAR-NIVEL.
           MOVE NIVEL-PESQUISA TO CDIR-NIVEL
           MOVE CEP-DIGITOS TO CDIR-CEP-FIM
           START CEP-DIR KEY IS NOT LESS THAN CDIR-CHAVE
               INVALID KEY
                   MOVE SPACE TO CDIR-NIVEL
               NOT INVALID KEY
                   READ CEP-DIR NEXT RECORD
                       AT END
                           MOVE SPACE TO CDIR-NIVEL
                   END-READ
           END-START
           IF CDIR-NIVEL = NIVEL-PESQUISA AND
                   CEP-DIGITOS NOT LESS CDIR-CEP-INI
               MOVE 00 TO LK-RETORNO
               MOVE CDIR-RUA TO LK-RUA
               MOVE CDIR-BAIRRO TO LK-BAIRRO
               MOVE CDIR-CIDADE TO LK-CIDADE
               MOVE CDIR-UF TO LK-UF
           END-IF.

       8000-ABRIR-DIRETORIO.
           MOVE 'S' TO DIRETORIO-ABERTO
           OPEN INPUT CEP-DIR
           IF FS-CEP-DIR = '00'
               READ CEP-DIR NEXT RECORD
                   AT END
                       MOVE 'S' TO DIRETORIO-VAZIO
               END-READ
           ELSE
               MOVE 'S' TO DIRETORIO-VAZIO
           END-IF.
       END PROGRAM CepDiretorio.
