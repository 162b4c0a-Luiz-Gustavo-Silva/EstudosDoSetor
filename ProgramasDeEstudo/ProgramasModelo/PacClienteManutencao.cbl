      *          do master PATIENTS ao CLI-NUMERO do cadastro
      *          CLIENTES, para o VisitaFatura.cbl saber em nome de
      *          quem abrir a conta a receber de cada visita.
      *          Paciente de plano de saude tem tambem a carteira do
      *          convenio (PACCONV: operadora do CONVENIOS, numero da
      *          carteira e validade) e as senhas de autorizacao da
      *          operadora por dia de visita (AUTORIZA): com carteira
      *          valida a visita vira guia do convenio em vez de
      *          conta do cliente.
      *          O documento do paciente (PACDOC) liga o cadastro de
      *          visitantes da portaria ao PAC-ID, para o
      *          VisitanteControle reconhecer na entrada quem tem
      *          consulta no dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PacClienteManutencao.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT OPTIONAL PAC-CONVENIOS ASSIGN TO "PACCONV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCV-PAC-ID
               FILE STATUS IS FS-PACCONV.
           SELECT OPTIONAL CONVENIOS ASSIGN TO "CONVENIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNV-CODIGO
               FILE STATUS IS FS-CONVENIOS.
           SELECT OPTIONAL AUTORIZACOES ASSIGN TO "AUTORIZA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-CHAVE
               FILE STATUS IS FS-AUTORIZACOES.
           SELECT OPTIONAL PAC-DOCUMENTOS ASSIGN TO "PACDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDC-DOCUMENTO
               FILE STATUS IS FS-PACDOC.
       DATA DIVISION.
       FILE SECTION.
       FD  PAC-CLIENTES.
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 FILLER PIC X(207).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       FD  PAC-CONVENIOS.
       01  REG-PAC-CONVENIO.
           03 PCV-PAC-ID PIC 9(6).
           03 PCV-CONVENIO PIC 9(4).
           03 PCV-CARTEIRA PIC X(20).
      *----Ultimo dia de validade da carteira (AAAAMMDD)
           03 PCV-VALIDADE PIC 9(8).
       FD  CONVENIOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConvenio.
       FD  AUTORIZACOES.
      *----Senha da operadora para a consulta do paciente no dia
       01  REG-AUTORIZACAO.
           03 AUT-CHAVE.
               05 AUT-PAC-ID PIC 9(6).
               05 AUT-DATA PIC 9(8).
           03 AUT-CONVENIO PIC 9(4).
           03 AUT-SENHA PIC X(12).
           03 AUT-OPERADOR PIC X(10).
       FD  PAC-DOCUMENTOS.
      *----Documento do VISITMST da portaria -> paciente
       01  REG-PAC-DOCUMENTO.
           03 PDC-DOCUMENTO PIC 9(11).
           03 PDC-PAC-ID PIC 9(6).
       WORKING-STORAGE SECTION.
       01  FS-PACCLI PIC X(2).
       01  FS-PACCONV PIC X(2).
       01  FS-CONVENIOS PIC X(2).
       01  FS-AUTORIZACOES PIC X(2).
       01  FS-PACDOC PIC X(2).
       01  CONVENIO-PESQUISA PIC 9(4).
       01  DATA-PESQUISA PIC 9(8).
       01  FS-PATIENTS PIC X(2).
       01  FS-CLIENTES PIC X(2).
       01  FIM-PACCLI PIC X.
       01  PAC-PESQUISA PIC 9(6).
       01  CLIENTE-PESQUISA PIC 9(6).
       01  DOCUMENTO-PESQUISA PIC 9(11).
       01  OPCAO PIC 9 VALUE 0.
       PROCEDURE DIVISION.
           OPEN I-O PAC-CLIENTES
           OPEN INPUT PATIENTS
           OPEN INPUT CLIENTES
           OPEN I-O PAC-CONVENIOS
           OPEN INPUT CONVENIOS
           OPEN I-O AUTORIZACOES
           OPEN I-O PAC-DOCUMENTOS
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar vinculos'
               DISPLAY '2 - Vincular paciente a cliente'
               DISPLAY '3 - Desfazer vinculo'
               DISPLAY '4 - Gravar carteira de convenio do paciente'
               DISPLAY '5 - Retirar carteira de convenio'
               DISPLAY '6 - Registrar senha de autorizacao da visita'
               DISPLAY '7 - Gravar documento do paciente na portaria'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                       PERFORM 2000-VINCULAR
                   WHEN 3
                       PERFORM 3000-DESFAZER
                   WHEN 4
                       PERFORM 4000-GRAVAR-CARTEIRA
                   WHEN 5
                       PERFORM 5000-RETIRAR-CARTEIRA
                   WHEN 6
                       PERFORM 6000-REGISTRAR-SENHA
                   WHEN 7
                       PERFORM 7000-GRAVAR-DOCUMENTO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
           CLOSE PAC-CLIENTES
           CLOSE PATIENTS
           CLOSE CLIENTES
           CLOSE PAC-CONVENIOS
           CLOSE CONVENIOS
           CLOSE AUTORIZACOES
           CLOSE PAC-DOCUMENTOS
           GOBACK.

       1000-LISTAR.
                   DELETE PAC-CLIENTES RECORD
                   DISPLAY 'Vinculo desfeito'
           END-READ.

      *----Uma carteira por paciente: a troca de plano regrava
       4000-GRAVAR-CARTEIRA.
           DISPLAY 'Numero do paciente: '
           ACCEPT PAC-PESQUISA
           MOVE PAC-PESQUISA TO PAC-ID
           READ PATIENTS KEY IS PAC-ID
               INVALID KEY
                   DISPLAY 'Paciente nao cadastrado'
               NOT INVALID KEY
                   PERFORM 4100-VALIDAR-CONVENIO
           END-READ.

       4100-VALIDAR-CONVENIO.
           DISPLAY 'Codigo do convenio: '
           ACCEPT CONVENIO-PESQUISA
           MOVE CONVENIO-PESQUISA TO CNV-CODIGO
           READ CONVENIOS KEY IS CNV-CODIGO
               INVALID KEY
                   DISPLAY 'Convenio nao cadastrado'
               NOT INVALID KEY
                   IF NOT CNV-ATIVO
                       DISPLAY 'Convenio inativo'
                   ELSE
                       MOVE PAC-PESQUISA TO PCV-PAC-ID
                       MOVE CONVENIO-PESQUISA TO PCV-CONVENIO
                       DISPLAY 'Numero da carteira: '
                       ACCEPT PCV-CARTEIRA
                       DISPLAY 'Validade da carteira (AAAAMMDD): '
                       ACCEPT PCV-VALIDADE
                       WRITE REG-PAC-CONVENIO
                           INVALID KEY
                               REWRITE REG-PAC-CONVENIO
                       END-WRITE
                       DISPLAY 'Carteira gravada: ' PAC-NOME
                           ' fatura pelo convenio ' CNV-NOME
                   END-IF
           END-READ.

       5000-RETIRAR-CARTEIRA.
           DISPLAY 'Numero do paciente: '
           ACCEPT PAC-PESQUISA
           MOVE PAC-PESQUISA TO PCV-PAC-ID
           READ PAC-CONVENIOS KEY IS PCV-PAC-ID
               INVALID KEY
                   DISPLAY 'Paciente sem carteira de convenio'
               NOT INVALID KEY
                   DELETE PAC-CONVENIOS RECORD
                   DISPLAY 'Carteira retirada, visitas voltam a '
                       'particular'
           END-READ.

      *----A senha vale para a visita do dia; convenio que exige
      *----autorizacao nao recebe guia sem ela
       6000-REGISTRAR-SENHA.
           DISPLAY 'Numero do paciente: '
           ACCEPT PAC-PESQUISA
           MOVE PAC-PESQUISA TO PCV-PAC-ID
           READ PAC-CONVENIOS KEY IS PCV-PAC-ID
               INVALID KEY
                   DISPLAY 'Paciente sem carteira de convenio'
               NOT INVALID KEY
                   DISPLAY 'Data da visita (AAAAMMDD): '
                   ACCEPT DATA-PESQUISA
                   MOVE PAC-PESQUISA TO AUT-PAC-ID
                   MOVE DATA-PESQUISA TO AUT-DATA
                   MOVE PCV-CONVENIO TO AUT-CONVENIO
                   DISPLAY 'Senha de autorizacao da operadora: '
                   ACCEPT AUT-SENHA
                   ACCEPT AUT-OPERADOR FROM ENVIRONMENT 'USER'
                   WRITE REG-AUTORIZACAO
                       INVALID KEY
                           REWRITE REG-AUTORIZACAO
                   END-WRITE
                   DISPLAY 'Senha registrada'
           END-READ.

      *----O mesmo documento digitado na portaria; documento que ja
      *----apontava para outro paciente passa a apontar para este
       7000-GRAVAR-DOCUMENTO.
           DISPLAY 'Numero do paciente: '
           ACCEPT PAC-PESQUISA
           MOVE PAC-PESQUISA TO PAC-ID
           READ PATIENTS KEY IS PAC-ID
               INVALID KEY
                   DISPLAY 'Paciente nao cadastrado'
               NOT INVALID KEY
                   DISPLAY 'Documento do paciente (0 retira): '
                   ACCEPT DOCUMENTO-PESQUISA
                   IF DOCUMENTO-PESQUISA = 0
                       DISPLAY 'Documento a retirar: '
                       ACCEPT PDC-DOCUMENTO
                       READ PAC-DOCUMENTOS KEY IS PDC-DOCUMENTO
                           INVALID KEY
                               DISPLAY 'Documento nao encontrado'
                           NOT INVALID KEY
                               DELETE PAC-DOCUMENTOS RECORD
                               DISPLAY 'Documento retirado'
                       END-READ
                   ELSE
                       MOVE DOCUMENTO-PESQUISA TO PDC-DOCUMENTO
                       MOVE PAC-PESQUISA TO PDC-PAC-ID
                       WRITE REG-PAC-DOCUMENTO
                           INVALID KEY
                               REWRITE REG-PAC-DOCUMENTO
                       END-WRITE
                       DISPLAY 'Documento gravado: ' PAC-NOME
                   END-IF
           END-READ.
       END PROGRAM PacClienteManutencao.
