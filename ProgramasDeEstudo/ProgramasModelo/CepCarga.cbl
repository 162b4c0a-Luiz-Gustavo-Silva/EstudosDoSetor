      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Carga e atualizacao do diretorio de CEP (CEPDIR) a
      *          partir da base de enderecos oficial dos Correios
      *          (arquivos texto do DNE, campos separados por @):
      *          localidades, bairros, logradouros e as faixas de CEP
      *          de localidade e de bairro. Monta o diretorio novo num
      *          arquivo de trabalho, compara com o diretorio em uso e
      *          lista no CEPCGRPT os CEPs incluidos, excluidos e os
      *          que mudaram de rua, bairro ou cidade; as faixas
      *          afetadas vao para o CEPAFET, que limita a rodada
      *          seguinte do CepRevalida aos clientes desses CEPs. So
      *          depois da comparacao o CEPDIR e regravado. Base que
      *          tiraria mais que CEPCARGA/LIMITE-REMOC por cento do
      *          diretorio (reserva 20) e recusada sem tocar o
      *          diretorio em uso, que e o sintoma de arquivo do DNE
      *          truncado ou faltando. RETURN-CODE 0 sem mudanca, 4
      *          com mudanca (o JCL dispara o CepRevalida), 8 base
      *          recusada, 12 arquivo do DNE ou diretorio ilegivel.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CepCarga.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Arquivos do DNE como vem dos Correios, um registro por
      *----linha com os campos separados por @
           SELECT DNE-LOCALIDADES ASSIGN TO "DNELOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DNE.
           SELECT DNE-BAIRROS ASSIGN TO "DNEBAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DNE.
           SELECT DNE-LOGRADOUROS ASSIGN TO "DNELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DNE.
           SELECT DNE-FAIXAS-LOCALIDADE ASSIGN TO "DNEFXLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DNE.
           SELECT DNE-FAIXAS-BAIRRO ASSIGN TO "DNEFXBAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DNE.
      *----Localidades e bairros indexados pelo numero do DNE, para
      *----as faixas e os logradouros acharem o nome de cada um
           SELECT LOCALIDADES-TRABALHO ASSIGN TO "CEPLOCWK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCW-NUMERO
               FILE STATUS IS FS-TRABALHO.
           SELECT BAIRROS-TRABALHO ASSIGN TO "CEPBAIWK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCW-NUMERO
               FILE STATUS IS FS-TRABALHO.
      *----Diretorio novo montado aqui antes de substituir o CEPDIR
           SELECT CEP-NOVO ASSIGN TO "CEPNOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOV-CHAVE
               FILE STATUS IS FS-CEP-NOVO.
      *----Diretorio em uso; ausente na primeira carga
           SELECT OPTIONAL CEP-DIR ASSIGN TO "CEPDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDIR-CHAVE
               FILE STATUS IS FS-CEP-DIR.
           SELECT CEP-AFETADOS ASSIGN TO "CEPAFET"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-CARGA ASSIGN TO "CEPCGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  DNE-LOCALIDADES.
       01  REG-DNE-LOCALIDADE PIC X(300).
       FD  DNE-BAIRROS.
       01  REG-DNE-BAIRRO PIC X(300).
       FD  DNE-LOGRADOUROS.
       01  REG-DNE-LOGRADOURO PIC X(300).
       FD  DNE-FAIXAS-LOCALIDADE.
       01  REG-DNE-FAIXA-LOCALIDADE PIC X(300).
       FD  DNE-FAIXAS-BAIRRO.
       01  REG-DNE-FAIXA-BAIRRO PIC X(300).
       FD  LOCALIDADES-TRABALHO.
       01  REG-LOCALIDADE-TRABALHO.
           03 LCW-NUMERO PIC 9(8).
           03 LCW-NOME PIC X(20).
           03 LCW-UF PIC X(2).
       FD  BAIRROS-TRABALHO.
       01  REG-BAIRRO-TRABALHO.
           03 BCW-NUMERO PIC 9(8).
           03 BCW-NOME PIC X(20).
           03 BCW-LOCALIDADE PIC 9(8).
      *----Mesmo layout do REG-CEP-DIR do CepDiretorio
       FD  CEP-NOVO.
       01  REG-CEP-NOVO.
           03 NOV-CHAVE.
               05 NOV-NIVEL PIC X(1).
               05 NOV-CEP-FIM PIC 9(8).
           03 NOV-CEP-INI PIC 9(8).
           03 NOV-RUA PIC X(30).
           03 NOV-BAIRRO PIC X(20).
           03 NOV-CIDADE PIC X(20).
           03 NOV-UF PIC X(2).
       FD  CEP-DIR.
       01  REG-CEP-DIR.
           03 CDIR-CHAVE.
               05 CDIR-NIVEL PIC X(1).
               05 CDIR-CEP-FIM PIC 9(8).
           03 CDIR-CEP-INI PIC 9(8).
           03 CDIR-RUA PIC X(30).
           03 CDIR-BAIRRO PIC X(20).
           03 CDIR-CIDADE PIC X(20).
           03 CDIR-UF PIC X(2).
      *----Faixa de CEP afetada pela carga (incluida, excluida ou
      *----alterada), faixas vizinhas ja emendadas
       FD  CEP-AFETADOS.
       01  REG-CEP-AFETADO.
           03 AFE-CEP-INI PIC 9(8).
           03 AFE-CEP-FIM PIC 9(8).
       FD  RELATORIO-CARGA.
       01  REG-RELATORIO PIC X(132).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-DNE PIC X(2).
       01  FS-TRABALHO PIC X(2).
       01  FS-CEP-NOVO PIC X(2).
       01  FS-CEP-DIR PIC X(2).
       01  FIM-DNE PIC X.
       01  FIM-DIRETORIO PIC X.
       01  FIM-NOVO PIC X.
       01  DATA-HOJE PIC 9(8).
      *----S: a base passou e o CEPDIR pode ser regravado
       01  CARGA-VALIDA PIC X VALUE 'S'.
      *----N: primeira carga, sem diretorio anterior para comparar;
      *----o relatorio traz so o resumo
       01  TEM-DIRETORIO-ANTERIOR PIC X VALUE 'S'.
       77  LIMITE-REMOCAO PIC 9(3) VALUE 20.
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
      *----Campos de uma linha do DNE depois do UNSTRING; a ordem
      *----de cada arquivo esta no paragrafo que o le
       01  CAMPOS-DNE.
           03 DNE-CAMPO OCCURS 11 TIMES PIC X(72).
       01  NUMERO-DNE PIC 9(8).
       01  CEP-INICIO PIC 9(8).
       01  CEP-FIM PIC 9(8).
       01  LINHA-ACEITA PIC X.
      *----Nome de bairro e localidade achados para a faixa ou o
      *----logradouro
       01  NOME-BAIRRO PIC X(20).
       01  NOME-CIDADE PIC X(20).
       01  SIGLA-UF PIC X(2).
       01  NOME-RUA PIC X(30).
       01  CONTADORES-CARGA.
           03 QTD-LIDOS PIC 9(7) VALUE 0.
           03 QTD-REJEITADOS PIC 9(7) VALUE 0.
           03 QTD-REPETIDOS PIC 9(7) VALUE 0.
           03 QTD-NOVOS PIC 9(7) VALUE 0.
           03 QTD-ANTIGOS PIC 9(7) VALUE 0.
           03 QTD-INCLUIDOS PIC 9(7) VALUE 0.
           03 QTD-EXCLUIDOS PIC 9(7) VALUE 0.
           03 QTD-ALTERADOS PIC 9(7) VALUE 0.
           03 QTD-FAIXAS-AFETADAS PIC 9(7) VALUE 0.
           03 QTD-GRAVADOS PIC 9(7) VALUE 0.
       01  PCT-REMOVIDO PIC 9(3)V9(2).
      *----Faixa afetada ainda aberta, a espera de uma vizinha que
      *----emende nela
       01  TEM-AFETADO PIC X VALUE 'N'.
       01  AFETADO-INI PIC 9(8).
       01  AFETADO-FIM PIC 9(8).
       01  NOVO-AFETADO-INI PIC 9(8).
       01  NOVO-AFETADO-FIM PIC 9(8).
       01  LIMITE-EMENDA PIC 9(9).
      *----Linha de detalhe das mudancas
       01  LINHA-MUDANCA.
           03 LM-SITUACAO PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LM-NIVEL PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LM-CEP-INI PIC 9(8).
           03 FILLER PIC X(1) VALUE '-'.
           03 LM-CEP-FIM PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LM-ANTES PIC X(43).
           03 LM-SETA PIC X(4).
           03 LM-DEPOIS PIC X(43).
       01  NIVEL-DESCRITO PIC X(1).
       01  DESCRICAO-NIVEL PIC X(10).
       01  DESCRICAO-ENDERECO PIC X(43).
       01  LINHA-RESUMO PIC X(132).
       PROCEDURE DIVISION.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           OPEN EXTEND RUN-CONTROLE
           MOVE 'CEPCARGA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           PERFORM 0060-LER-PARAMETROS
           OPEN OUTPUT RELATORIO-CARGA
           MOVE 'CARGA DO DIRETORIO DE CEP - BASE DNE DOS CORREIOS'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           OPEN OUTPUT LOCALIDADES-TRABALHO
           OPEN OUTPUT BAIRROS-TRABALHO
           OPEN OUTPUT CEP-NOVO
           PERFORM 1000-CARREGAR-LOCALIDADES
           PERFORM 2000-CARREGAR-BAIRROS
           CLOSE LOCALIDADES-TRABALHO
           CLOSE BAIRROS-TRABALHO
           OPEN INPUT LOCALIDADES-TRABALHO
           OPEN INPUT BAIRROS-TRABALHO
           PERFORM 3000-FAIXAS-LOCALIDADE
           PERFORM 4000-FAIXAS-BAIRRO
           PERFORM 5000-CARREGAR-LOGRADOUROS
           CLOSE LOCALIDADES-TRABALHO
           CLOSE BAIRROS-TRABALHO
           CLOSE CEP-NOVO
           IF QTD-NOVOS = 0
               MOVE 'N' TO CARGA-VALIDA
               MOVE 'BASE DO DNE SEM NENHUM CEP, DIRETORIO MANTIDO'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE 12 TO RETURN-CODE
           END-IF
           IF CARGA-VALIDA = 'S'
               PERFORM 6000-COMPARAR-DIRETORIOS
           END-IF
           IF CARGA-VALIDA = 'S'
               PERFORM 7000-SUBSTITUIR-DIRETORIO
           END-IF
           PERFORM 8000-GRAVAR-RESUMO
           CLOSE RELATORIO-CARGA
           MOVE QTD-LIDOS TO RUN-LIDOS
           MOVE QTD-GRAVADOS TO RUN-GRAVADOS
           MOVE QTD-REJEITADOS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           IF CARGA-VALIDA = 'S'
               MOVE 'OK' TO RUN-FINAL
               IF QTD-INCLUIDOS + QTD-EXCLUIDOS + QTD-ALTERADOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'RECUSADO' TO RUN-FINAL
           END-IF
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           DISPLAY 'CEPs no diretorio novo ' QTD-NOVOS
               ', incluidos ' QTD-INCLUIDOS ', excluidos '
               QTD-EXCLUIDOS ', alterados ' QTD-ALTERADOS
           STOP RUN.

       0060-LER-PARAMETROS.
           MOVE 'CEPCARGA' TO PARAM-PROGRAMA
           MOVE 'LIMITE-REMOC' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE LIMITE-REMOCAO = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF.

      *----LOG_LOCALIDADE: LOC_NU @ UFE_SG @ LOC_NO @ CEP @ ...; o
      *----CEP so vem preenchido na localidade de CEP unico, que
      *----entra direto no diretorio como faixa de um CEP so
       1000-CARREGAR-LOCALIDADES.
           OPEN INPUT DNE-LOCALIDADES
           IF FS-DNE NOT = '00'
               PERFORM 1900-ARQUIVO-AUSENTE
           ELSE
               MOVE 'N' TO FIM-DNE
               PERFORM UNTIL FIM-DNE = 'S'
                   READ DNE-LOCALIDADES
                       AT END
                           MOVE 'S' TO FIM-DNE
                       NOT AT END
                           ADD 1 TO QTD-LIDOS
                           MOVE SPACES TO CAMPOS-DNE
                           UNSTRING REG-DNE-LOCALIDADE DELIMITED BY '@'
                               INTO DNE-CAMPO(1) DNE-CAMPO(2)
                                   DNE-CAMPO(3) DNE-CAMPO(4)
                           END-UNSTRING
                           PERFORM 1100-GRAVAR-LOCALIDADE
                   END-READ
               END-PERFORM
               CLOSE DNE-LOCALIDADES
           END-IF.

       1100-GRAVAR-LOCALIDADE.
           PERFORM 1800-CONVERTER-NUMERO
           IF LINHA-ACEITA = 'N'
               ADD 1 TO QTD-REJEITADOS
           ELSE
               MOVE NUMERO-DNE TO LCW-NUMERO
               MOVE FUNCTION UPPER-CASE(DNE-CAMPO(3)) TO LCW-NOME
               MOVE DNE-CAMPO(2) TO LCW-UF
               WRITE REG-LOCALIDADE-TRABALHO
                   INVALID KEY
                       ADD 1 TO QTD-REPETIDOS
               END-WRITE
               IF DNE-CAMPO(4)(1:8) IS NUMERIC AND
                       DNE-CAMPO(4)(9:) = SPACES
                   MOVE SPACES TO REG-CEP-NOVO
                   MOVE 'C' TO NOV-NIVEL
                   MOVE DNE-CAMPO(4)(1:8) TO NOV-CEP-INI
                   MOVE DNE-CAMPO(4)(1:8) TO NOV-CEP-FIM
                   MOVE LCW-NOME TO NOV-CIDADE
                   MOVE LCW-UF TO NOV-UF
                   PERFORM 1700-GRAVAR-NOVO
               END-IF
           END-IF.

      *----LOG_BAIRRO: BAI_NU @ UFE_SG @ LOC_NU @ BAI_NO @ ...
       2000-CARREGAR-BAIRROS.
           OPEN INPUT DNE-BAIRROS
           IF FS-DNE NOT = '00'
               PERFORM 1900-ARQUIVO-AUSENTE
           ELSE
               MOVE 'N' TO FIM-DNE
               PERFORM UNTIL FIM-DNE = 'S'
                   READ DNE-BAIRROS
                       AT END
                           MOVE 'S' TO FIM-DNE
                       NOT AT END
                           ADD 1 TO QTD-LIDOS
                           MOVE SPACES TO CAMPOS-DNE
                           UNSTRING REG-DNE-BAIRRO DELIMITED BY '@'
                               INTO DNE-CAMPO(1) DNE-CAMPO(2)
                                   DNE-CAMPO(3) DNE-CAMPO(4)
                           END-UNSTRING
                           PERFORM 2100-GRAVAR-BAIRRO
                   END-READ
               END-PERFORM
               CLOSE DNE-BAIRROS
           END-IF.

       2100-GRAVAR-BAIRRO.
           PERFORM 1800-CONVERTER-NUMERO
           IF LINHA-ACEITA = 'N' OR DNE-CAMPO(3) = SPACES
               ADD 1 TO QTD-REJEITADOS
           ELSE
               MOVE NUMERO-DNE TO BCW-NUMERO
               MOVE FUNCTION UPPER-CASE(DNE-CAMPO(4)) TO BCW-NOME
               COMPUTE BCW-LOCALIDADE = FUNCTION NUMVAL(DNE-CAMPO(3))
               WRITE REG-BAIRRO-TRABALHO
                   INVALID KEY
                       ADD 1 TO QTD-REPETIDOS
               END-WRITE
           END-IF.

      *----LOG_FAIXA_LOCALIDADE: LOC_NU @ LOC_CEP_INI @ LOC_CEP_FIM
       3000-FAIXAS-LOCALIDADE.
           OPEN INPUT DNE-FAIXAS-LOCALIDADE
           IF FS-DNE NOT = '00'
               PERFORM 1900-ARQUIVO-AUSENTE
           ELSE
               MOVE 'N' TO FIM-DNE
               PERFORM UNTIL FIM-DNE = 'S'
                   READ DNE-FAIXAS-LOCALIDADE
                       AT END
                           MOVE 'S' TO FIM-DNE
                       NOT AT END
                           ADD 1 TO QTD-LIDOS
                           MOVE SPACES TO CAMPOS-DNE
                           UNSTRING REG-DNE-FAIXA-LOCALIDADE
                               DELIMITED BY '@'
                               INTO DNE-CAMPO(1) DNE-CAMPO(2)
                                   DNE-CAMPO(3)
                           END-UNSTRING
                           PERFORM 3100-GRAVAR-FAIXA-LOCALIDADE
                   END-READ
               END-PERFORM
               CLOSE DNE-FAIXAS-LOCALIDADE
           END-IF.

       3100-GRAVAR-FAIXA-LOCALIDADE.
           PERFORM 1800-CONVERTER-NUMERO
           IF LINHA-ACEITA = 'S'
               PERFORM 1850-CONVERTER-FAIXA
           END-IF
           IF LINHA-ACEITA = 'S'
               MOVE NUMERO-DNE TO LCW-NUMERO
               READ LOCALIDADES-TRABALHO KEY IS LCW-NUMERO
                   INVALID KEY
                       MOVE 'N' TO LINHA-ACEITA
               END-READ
           END-IF
           IF LINHA-ACEITA = 'N'
               ADD 1 TO QTD-REJEITADOS
           ELSE
               MOVE SPACES TO REG-CEP-NOVO
               MOVE 'C' TO NOV-NIVEL
               MOVE CEP-INICIO TO NOV-CEP-INI
               MOVE CEP-FIM TO NOV-CEP-FIM
               MOVE LCW-NOME TO NOV-CIDADE
               MOVE LCW-UF TO NOV-UF
               PERFORM 1700-GRAVAR-NOVO
           END-IF.

      *----LOG_FAIXA_BAIRRO: BAI_NU @ FCB_CEP_INI @ FCB_CEP_FIM
       4000-FAIXAS-BAIRRO.
           OPEN INPUT DNE-FAIXAS-BAIRRO
           IF FS-DNE NOT = '00'
               PERFORM 1900-ARQUIVO-AUSENTE
           ELSE
               MOVE 'N' TO FIM-DNE
               PERFORM UNTIL FIM-DNE = 'S'
                   READ DNE-FAIXAS-BAIRRO
                       AT END
                           MOVE 'S' TO FIM-DNE
                       NOT AT END
                           ADD 1 TO QTD-LIDOS
                           MOVE SPACES TO CAMPOS-DNE
                           UNSTRING REG-DNE-FAIXA-BAIRRO
                               DELIMITED BY '@'
                               INTO DNE-CAMPO(1) DNE-CAMPO(2)
                                   DNE-CAMPO(3)
                           END-UNSTRING
                           PERFORM 4100-GRAVAR-FAIXA-BAIRRO
                   END-READ
               END-PERFORM
               CLOSE DNE-FAIXAS-BAIRRO
           END-IF.

       4100-GRAVAR-FAIXA-BAIRRO.
           PERFORM 1800-CONVERTER-NUMERO
           IF LINHA-ACEITA = 'S'
               PERFORM 1850-CONVERTER-FAIXA
           END-IF
           IF LINHA-ACEITA = 'S'
               PERFORM 4200-ACHAR-BAIRRO
           END-IF
           IF LINHA-ACEITA = 'N'
               ADD 1 TO QTD-REJEITADOS
           ELSE
               MOVE SPACES TO REG-CEP-NOVO
               MOVE 'B' TO NOV-NIVEL
               MOVE CEP-INICIO TO NOV-CEP-INI
               MOVE CEP-FIM TO NOV-CEP-FIM
               MOVE NOME-BAIRRO TO NOV-BAIRRO
               MOVE NOME-CIDADE TO NOV-CIDADE
               MOVE SIGLA-UF TO NOV-UF
               PERFORM 1700-GRAVAR-NOVO
           END-IF.

      *----Bairro pelo numero do DNE em NUMERO-DNE, e a localidade
      *----dele; qualquer um que falte recusa a linha
       4200-ACHAR-BAIRRO.
           MOVE NUMERO-DNE TO BCW-NUMERO
           READ BAIRROS-TRABALHO KEY IS BCW-NUMERO
               INVALID KEY
                   MOVE 'N' TO LINHA-ACEITA
               NOT INVALID KEY
                   MOVE BCW-NOME TO NOME-BAIRRO
                   MOVE BCW-LOCALIDADE TO LCW-NUMERO
                   READ LOCALIDADES-TRABALHO KEY IS LCW-NUMERO
                       INVALID KEY
                           MOVE 'N' TO LINHA-ACEITA
                       NOT INVALID KEY
                           MOVE LCW-NOME TO NOME-CIDADE
                           MOVE LCW-UF TO SIGLA-UF
                   END-READ
           END-READ.

      *----LOG_LOGRADOURO: LOG_NU @ UFE_SG @ LOC_NU @ BAI_NU_INI @
      *----BAI_NU_FIM @ LOG_NO @ LOG_COMPLEMENTO @ CEP @ TLO_TX @ ...;
      *----o bairro do logradouro e o inicial
       5000-CARREGAR-LOGRADOUROS.
           OPEN INPUT DNE-LOGRADOUROS
           IF FS-DNE NOT = '00'
               PERFORM 1900-ARQUIVO-AUSENTE
           ELSE
               MOVE 'N' TO FIM-DNE
               PERFORM UNTIL FIM-DNE = 'S'
                   READ DNE-LOGRADOUROS
                       AT END
                           MOVE 'S' TO FIM-DNE
                       NOT AT END
                           ADD 1 TO QTD-LIDOS
                           MOVE SPACES TO CAMPOS-DNE
                           UNSTRING REG-DNE-LOGRADOURO DELIMITED BY '@'
                               INTO DNE-CAMPO(1) DNE-CAMPO(2)
                                   DNE-CAMPO(3) DNE-CAMPO(4)
                                   DNE-CAMPO(5) DNE-CAMPO(6)
                                   DNE-CAMPO(7) DNE-CAMPO(8)
                                   DNE-CAMPO(9)
                           END-UNSTRING
                           PERFORM 5100-GRAVAR-LOGRADOURO
                   END-READ
               END-PERFORM
               CLOSE DNE-LOGRADOUROS
           END-IF.

       5100-GRAVAR-LOGRADOURO.
           MOVE 'S' TO LINHA-ACEITA
           IF DNE-CAMPO(8)(1:8) IS NOT NUMERIC OR
                   DNE-CAMPO(8)(9:) NOT = SPACES OR
                   DNE-CAMPO(4) = SPACES
               MOVE 'N' TO LINHA-ACEITA
           ELSE
               COMPUTE NUMERO-DNE = FUNCTION NUMVAL(DNE-CAMPO(4))
               PERFORM 4200-ACHAR-BAIRRO
           END-IF
           IF LINHA-ACEITA = 'N'
               ADD 1 TO QTD-REJEITADOS
           ELSE
               MOVE SPACES TO NOME-RUA
               STRING DNE-CAMPO(9) DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   DNE-CAMPO(6) DELIMITED BY '  '
                   INTO NOME-RUA
               END-STRING
               MOVE SPACES TO REG-CEP-NOVO
               MOVE 'L' TO NOV-NIVEL
               MOVE DNE-CAMPO(8)(1:8) TO NOV-CEP-INI
               MOVE DNE-CAMPO(8)(1:8) TO NOV-CEP-FIM
               MOVE FUNCTION UPPER-CASE(NOME-RUA) TO NOV-RUA
               MOVE NOME-BAIRRO TO NOV-BAIRRO
               MOVE NOME-CIDADE TO NOV-CIDADE
               MOVE SIGLA-UF TO NOV-UF
               PERFORM 1700-GRAVAR-NOVO
           END-IF.

      *----CEP repetido no mesmo nivel (logradouro partido em
      *----trechos com o mesmo CEP): vale o primeiro
       1700-GRAVAR-NOVO.
           WRITE REG-CEP-NOVO
               INVALID KEY
                   ADD 1 TO QTD-REPETIDOS
               NOT INVALID KEY
                   ADD 1 TO QTD-NOVOS
           END-WRITE.

      *----Numero do DNE no primeiro campo; em branco ou com
      *----caractere estranho a linha e recusada
       1800-CONVERTER-NUMERO.
           MOVE 'S' TO LINHA-ACEITA
           IF DNE-CAMPO(1) = SPACES OR
                   FUNCTION TEST-NUMVAL(DNE-CAMPO(1)) NOT = 0
               MOVE 'N' TO LINHA-ACEITA
           ELSE
               COMPUTE NUMERO-DNE = FUNCTION NUMVAL(DNE-CAMPO(1))
           END-IF.

      *----Faixa nos campos 2 e 3: oito algarismos cada, inicio nao
      *----maior que o fim
       1850-CONVERTER-FAIXA.
           IF DNE-CAMPO(2)(1:8) IS NOT NUMERIC OR
                   DNE-CAMPO(3)(1:8) IS NOT NUMERIC
               MOVE 'N' TO LINHA-ACEITA
           ELSE
               MOVE DNE-CAMPO(2)(1:8) TO CEP-INICIO
               MOVE DNE-CAMPO(3)(1:8) TO CEP-FIM
               IF CEP-INICIO > CEP-FIM
                   MOVE 'N' TO LINHA-ACEITA
               END-IF
           END-IF.

      *----Arquivo do DNE que nao abre: a base esta incompleta e o
      *----diretorio em uso fica como esta
       1900-ARQUIVO-AUSENTE.
           MOVE 'N' TO CARGA-VALIDA
           MOVE 12 TO RETURN-CODE
           MOVE SPACES TO REG-RELATORIO
           STRING 'ARQUIVO DO DNE AUSENTE OU ILEGIVEL (STATUS '
               DELIMITED BY SIZE
               FS-DNE DELIMITED BY SIZE
               '), DIRETORIO MANTIDO' DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.

      *----Casamento por chave (nivel + fim da faixa) do diretorio
      *----em uso com o novo, os dois lidos em sequencia
       6000-COMPARAR-DIRETORIOS.
           OPEN INPUT CEP-DIR
           EVALUATE FS-CEP-DIR
               WHEN '00'
                   CONTINUE
               WHEN '05'
                   MOVE 'N' TO TEM-DIRETORIO-ANTERIOR
                   MOVE 'PRIMEIRA CARGA, SEM DIRETORIO ANTERIOR'
                       TO REG-RELATORIO
                   WRITE REG-RELATORIO
               WHEN OTHER
                   MOVE 'N' TO CARGA-VALIDA
                   MOVE 12 TO RETURN-CODE
                   MOVE SPACES TO REG-RELATORIO
                   STRING 'DIRETORIO EM USO ILEGIVEL (STATUS '
                       DELIMITED BY SIZE
                       FS-CEP-DIR DELIMITED BY SIZE
                       '), NADA SUBSTITUIDO' DELIMITED BY SIZE
                       INTO REG-RELATORIO
                   WRITE REG-RELATORIO
           END-EVALUATE
           IF CARGA-VALIDA = 'S'
               OPEN INPUT CEP-NOVO
               OPEN OUTPUT CEP-AFETADOS
               MOVE 'N' TO FIM-DIRETORIO
               MOVE 'N' TO FIM-NOVO
               PERFORM 6100-LER-DIRETORIO
               PERFORM 6200-LER-NOVO
               PERFORM UNTIL FIM-DIRETORIO = 'S' AND FIM-NOVO = 'S'
                   EVALUATE TRUE
                       WHEN CDIR-CHAVE < NOV-CHAVE
                           PERFORM 6300-CEP-EXCLUIDO
                           PERFORM 6100-LER-DIRETORIO
                       WHEN CDIR-CHAVE > NOV-CHAVE
                           PERFORM 6400-CEP-INCLUIDO
                           PERFORM 6200-LER-NOVO
                       WHEN OTHER
                           PERFORM 6500-CEP-CONFERIDO
                           PERFORM 6100-LER-DIRETORIO
                           PERFORM 6200-LER-NOVO
                   END-EVALUATE
               END-PERFORM
               IF TEM-AFETADO = 'S'
                   PERFORM 6700-GRAVAR-AFETADO
               END-IF
               CLOSE CEP-NOVO
               CLOSE CEP-AFETADOS
               PERFORM 6900-CONFERIR-REMOCAO
           END-IF
           CLOSE CEP-DIR.

      *----Fim de arquivo vira chave HIGH-VALUES, que perde todas as
      *----comparacoes e deixa o outro lado esgotar
       6100-LER-DIRETORIO.
           IF TEM-DIRETORIO-ANTERIOR = 'N'
               MOVE 'S' TO FIM-DIRETORIO
           ELSE
               READ CEP-DIR NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-DIRETORIO
                   NOT AT END
                       ADD 1 TO QTD-ANTIGOS
               END-READ
           END-IF
           IF FIM-DIRETORIO = 'S'
               MOVE HIGH-VALUES TO CDIR-CHAVE
           END-IF.

       6200-LER-NOVO.
           READ CEP-NOVO NEXT RECORD
               AT END
                   MOVE 'S' TO FIM-NOVO
                   MOVE HIGH-VALUES TO NOV-CHAVE
           END-READ.

       6300-CEP-EXCLUIDO.
           ADD 1 TO QTD-EXCLUIDOS
           MOVE CDIR-CEP-INI TO NOVO-AFETADO-INI
           MOVE CDIR-CEP-FIM TO NOVO-AFETADO-FIM
           PERFORM 6600-ACUMULAR-AFETADO
           MOVE 'EXCLUIDO' TO LM-SITUACAO
           MOVE CDIR-NIVEL TO NIVEL-DESCRITO
           MOVE CDIR-CEP-INI TO LM-CEP-INI
           MOVE CDIR-CEP-FIM TO LM-CEP-FIM
           PERFORM 6810-DESCREVER-ANTIGO
           MOVE DESCRICAO-ENDERECO TO LM-ANTES
           MOVE SPACES TO LM-SETA
           MOVE SPACES TO LM-DEPOIS
           PERFORM 6800-GRAVAR-MUDANCA.

       6400-CEP-INCLUIDO.
           ADD 1 TO QTD-INCLUIDOS
           MOVE NOV-CEP-INI TO NOVO-AFETADO-INI
           MOVE NOV-CEP-FIM TO NOVO-AFETADO-FIM
           PERFORM 6600-ACUMULAR-AFETADO
           MOVE 'INCLUIDO' TO LM-SITUACAO
           MOVE NOV-NIVEL TO NIVEL-DESCRITO
           MOVE NOV-CEP-INI TO LM-CEP-INI
           MOVE NOV-CEP-FIM TO LM-CEP-FIM
           MOVE SPACES TO LM-ANTES
           MOVE SPACES TO LM-SETA
           PERFORM 6820-DESCREVER-NOVO
           MOVE DESCRICAO-ENDERECO TO LM-DEPOIS
           PERFORM 6800-GRAVAR-MUDANCA.

      *----Mesma chave: mudou se a faixa comecar em outro CEP ou se
      *----rua, bairro, cidade ou UF nao baterem
       6500-CEP-CONFERIDO.
           IF CDIR-CEP-INI NOT = NOV-CEP-INI OR
                   CDIR-RUA NOT = NOV-RUA OR
                   CDIR-BAIRRO NOT = NOV-BAIRRO OR
                   CDIR-CIDADE NOT = NOV-CIDADE OR
                   CDIR-UF NOT = NOV-UF
               ADD 1 TO QTD-ALTERADOS
               IF CDIR-CEP-INI < NOV-CEP-INI
                   MOVE CDIR-CEP-INI TO NOVO-AFETADO-INI
               ELSE
                   MOVE NOV-CEP-INI TO NOVO-AFETADO-INI
               END-IF
               MOVE NOV-CEP-FIM TO NOVO-AFETADO-FIM
               PERFORM 6600-ACUMULAR-AFETADO
               MOVE 'ALTERADO' TO LM-SITUACAO
               MOVE NOV-NIVEL TO NIVEL-DESCRITO
               MOVE NOVO-AFETADO-INI TO LM-CEP-INI
               MOVE NOV-CEP-FIM TO LM-CEP-FIM
               PERFORM 6810-DESCREVER-ANTIGO
               MOVE DESCRICAO-ENDERECO TO LM-ANTES
               MOVE ' -> ' TO LM-SETA
               PERFORM 6820-DESCREVER-NOVO
               MOVE DESCRICAO-ENDERECO TO LM-DEPOIS
               PERFORM 6800-GRAVAR-MUDANCA
           END-IF.

      *----Faixa afetada que encosta ou cruza a que esta aberta
      *----emenda nela; senao a aberta vai para o CEPAFET e a nova
      *----fica aberta no lugar
       6600-ACUMULAR-AFETADO.
           IF TEM-AFETADO = 'S'
               COMPUTE LIMITE-EMENDA = AFETADO-FIM + 1
               IF NOVO-AFETADO-INI NOT > LIMITE-EMENDA AND
                       NOVO-AFETADO-FIM + 1 NOT < AFETADO-INI
                   IF NOVO-AFETADO-INI < AFETADO-INI
                       MOVE NOVO-AFETADO-INI TO AFETADO-INI
                   END-IF
                   IF NOVO-AFETADO-FIM > AFETADO-FIM
                       MOVE NOVO-AFETADO-FIM TO AFETADO-FIM
                   END-IF
               ELSE
                   PERFORM 6700-GRAVAR-AFETADO
                   MOVE NOVO-AFETADO-INI TO AFETADO-INI
                   MOVE NOVO-AFETADO-FIM TO AFETADO-FIM
               END-IF
           ELSE
               MOVE 'S' TO TEM-AFETADO
               MOVE NOVO-AFETADO-INI TO AFETADO-INI
               MOVE NOVO-AFETADO-FIM TO AFETADO-FIM
           END-IF.

       6700-GRAVAR-AFETADO.
           MOVE AFETADO-INI TO AFE-CEP-INI
           MOVE AFETADO-FIM TO AFE-CEP-FIM
           WRITE REG-CEP-AFETADO
           ADD 1 TO QTD-FAIXAS-AFETADAS.

      *----Na primeira carga todo o diretorio e incluido: so o
      *----resumo sai, sem uma linha por CEP
       6800-GRAVAR-MUDANCA.
           IF TEM-DIRETORIO-ANTERIOR = 'S'
               PERFORM 6830-DESCREVER-NIVEL
               MOVE DESCRICAO-NIVEL TO LM-NIVEL
               MOVE LINHA-MUDANCA TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       6810-DESCREVER-ANTIGO.
           MOVE SPACES TO DESCRICAO-ENDERECO
           EVALUATE CDIR-NIVEL
               WHEN 'L'
                   STRING CDIR-RUA DELIMITED BY '  '
                       ', ' DELIMITED BY SIZE
                       CDIR-BAIRRO DELIMITED BY '  '
                       INTO DESCRICAO-ENDERECO
                   END-STRING
               WHEN 'B'
                   STRING CDIR-BAIRRO DELIMITED BY '  '
                       ', ' DELIMITED BY SIZE
                       CDIR-CIDADE DELIMITED BY '  '
                       INTO DESCRICAO-ENDERECO
                   END-STRING
               WHEN OTHER
                   STRING CDIR-CIDADE DELIMITED BY '  '
                       '/' DELIMITED BY SIZE
                       CDIR-UF DELIMITED BY SIZE
                       INTO DESCRICAO-ENDERECO
                   END-STRING
           END-EVALUATE.

       6820-DESCREVER-NOVO.
           MOVE SPACES TO DESCRICAO-ENDERECO
           EVALUATE NOV-NIVEL
               WHEN 'L'
                   STRING NOV-RUA DELIMITED BY '  '
                       ', ' DELIMITED BY SIZE
                       NOV-BAIRRO DELIMITED BY '  '
                       INTO DESCRICAO-ENDERECO
                   END-STRING
               WHEN 'B'
                   STRING NOV-BAIRRO DELIMITED BY '  '
                       ', ' DELIMITED BY SIZE
                       NOV-CIDADE DELIMITED BY '  '
                       INTO DESCRICAO-ENDERECO
                   END-STRING
               WHEN OTHER
                   STRING NOV-CIDADE DELIMITED BY '  '
                       '/' DELIMITED BY SIZE
                       NOV-UF DELIMITED BY SIZE
                       INTO DESCRICAO-ENDERECO
                   END-STRING
           END-EVALUATE.

       6830-DESCREVER-NIVEL.
           EVALUATE NIVEL-DESCRITO
               WHEN 'L'
                   MOVE 'LOGRADOURO' TO DESCRICAO-NIVEL
               WHEN 'B'
                   MOVE 'BAIRRO' TO DESCRICAO-NIVEL
               WHEN OTHER
                   MOVE 'LOCALIDADE' TO DESCRICAO-NIVEL
           END-EVALUATE.

      *----Protecao contra arquivo do DNE truncado: exclusao acima
      *----do limite recusa a carga inteira
       6900-CONFERIR-REMOCAO.
           IF QTD-ANTIGOS > 0
               COMPUTE PCT-REMOVIDO ROUNDED =
                   QTD-EXCLUIDOS * 100 / QTD-ANTIGOS
               IF PCT-REMOVIDO > LIMITE-REMOCAO
                   MOVE 'N' TO CARGA-VALIDA
                   MOVE 8 TO RETURN-CODE
                   MOVE SPACES TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   MOVE SPACES TO REG-RELATORIO
                   STRING 'CARGA RECUSADA: EXCLUIRIA MAIS QUE O LIMITE '
                       DELIMITED BY SIZE
                       'DE REMOCAO, DIRETORIO EM USO MANTIDO'
                       DELIMITED BY SIZE
                       INTO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-IF.

      *----Regrava o CEPDIR do zero a partir do diretorio novo, na
      *----janela batch, com a consulta online fechada
       7000-SUBSTITUIR-DIRETORIO.
           OPEN INPUT CEP-NOVO
           OPEN OUTPUT CEP-DIR
           MOVE 'N' TO FIM-NOVO
           PERFORM UNTIL FIM-NOVO = 'S'
               READ CEP-NOVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-NOVO
                   NOT AT END
                       MOVE REG-CEP-NOVO TO REG-CEP-DIR
                       WRITE REG-CEP-DIR
                       ADD 1 TO QTD-GRAVADOS
               END-READ
           END-PERFORM
           CLOSE CEP-NOVO
           CLOSE CEP-DIR.

       8000-GRAVAR-RESUMO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Linhas lidas do DNE: "==
                         ==VALOR==   BY ==QTD-LIDOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Linhas recusadas: "==
                         ==VALOR==   BY ==QTD-REJEITADOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Chaves repetidas: "==
                         ==VALOR==   BY ==QTD-REPETIDOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="CEPs no diretorio novo: "==
                         ==VALOR==   BY ==QTD-NOVOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Diretorio anterior: "==
                         ==VALOR==   BY ==QTD-ANTIGOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Incluidos: "==
                         ==VALOR==   BY ==QTD-INCLUIDOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Excluidos: "==
                         ==VALOR==   BY ==QTD-EXCLUIDOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Alterados: "==
                         ==VALOR==   BY ==QTD-ALTERADOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Faixas afetadas: "==
                         ==VALOR==   BY ==QTD-FAIXAS-AFETADAS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Gravados no CEPDIR: "==
                         ==VALOR==   BY ==QTD-GRAVADOS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO.

       COPY GravarRunControle.
       END PROGRAM CepCarga.
