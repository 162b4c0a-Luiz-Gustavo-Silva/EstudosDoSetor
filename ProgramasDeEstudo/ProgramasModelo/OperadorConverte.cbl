      * Date: 02/09/2026
      * Purpose: Carga unica de conversao do cadastro de operadores
      *          para o registro com os campos novos do RegOperador
      *          (coordenacao pedagogica, senha em hash e controle de
      *          bloqueio, pedido de parametro e gestor), no molde do
      *          ContasConverte: le o OPERADORES de 56 bytes apontado
      *          pelo JCL como OPEANT e reconstroi o OPERADORES no
      *          comprimento novo. Perfil, consulta 360, agendamento
      *          de visitas, aprovacao de parametro e alcada de
      *          desconto ja concedidos passam como estao. Os campos
      *          novos nascem fechados (N e gestor em branco): a
      *          liberacao e feita depois, perfil a perfil, no
      *          OperadoresManutencao - ninguem ganha autorizacao nova
      *          por efeito colateral da conversao.
      *          A senha em texto aberto do registro antigo nao passa
      *          para o novo: vira hash (SenhaHash), e o operador e
      *          obrigado a trocar a senha no primeiro sign-on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperadorConverte.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-ID
               FILE STATUS IS FS-ANTIGO.
           SELECT OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-ANTIGO.
      *----Layout de 56 bytes, como era antes da coordenacao e da
      *----senha em hash
       01  REG-OPERADOR-ANTIGO.
           03 ANT-ID PIC X(10).
           03 ANT-SENHA PIC X(8).
           03 ANT-NOME PIC X(30).
           03 ANT-PERFIL PIC X(3).
           03 ANT-STATUS PIC X(1).
           03 ANT-USA-CONSULTA360 PIC X(1).
           03 ANT-USA-VISITAS PIC X(1).
           03 ANT-APROVA-PARAMETRO PIC X(1).
           03 ANT-NIVEL-DESCONTO PIC 9(1).
       FD  OPERADORES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOperador.
           STOP RUN.

       1000-CONVERTER-OPERADOR.
           MOVE SPACES TO REG-OPERADOR
           MOVE ANT-ID TO OPE-ID
           CALL 'SenhaHash' USING ANT-ID ANT-SENHA OPE-SENHA-HASH
           ACCEPT OPE-DATA-SENHA FROM DATE YYYYMMDD
           SET OPE-TROCA-OBRIGATORIA TO TRUE
           MOVE 0 TO OPE-FALHAS
           MOVE ANT-NOME TO OPE-NOME
           MOVE ANT-PERFIL TO OPE-PERFIL
           MOVE ANT-STATUS TO OPE-STATUS
           MOVE ANT-USA-CONSULTA360 TO OPE-USA-CONSULTA360
           MOVE ANT-USA-VISITAS TO OPE-USA-VISITAS
           MOVE ANT-APROVA-PARAMETRO TO OPE-APROVA-PARAMETRO
           MOVE ANT-NIVEL-DESCONTO TO OPE-NIVEL-DESCONTO
           MOVE 'N' TO OPE-COORDENACAO
           MOVE 'N' TO OPE-PROPOE-PARAMETRO
           MOVE SPACES TO OPE-GESTOR
           WRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NO ARQUIVO ANTIGO: '
