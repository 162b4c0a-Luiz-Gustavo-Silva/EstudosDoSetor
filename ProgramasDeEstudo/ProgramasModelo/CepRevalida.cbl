      *          do digitado - sao regravados com um registro de
      *          auditoria por cliente corrigido. Depois disso a
      *          rodada de etiquetas para de imprimir endereco
      *          inentregavel. Depois de uma carga do diretorio pelo
      *          CepCarga, o CEPAFET traz as faixas de CEP que
      *          mudaram e a rodada confere so os clientes com CEP
      *          dentro delas, conferindo tambem a rua quando o
      *          diretorio tem o logradouro (so relatado, nao
      *          corrigido); sem CEPAFET, ou com mais faixas que a
      *          tabela comporta, o cadastro inteiro passa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CepRevalida.
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT RELATORIO-DIVERGE ASSIGN TO "CEPDIVRP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Faixas afetadas pela ultima carga do diretorio (CepCarga)
           SELECT OPTIONAL CEP-AFETADOS ASSIGN TO "CEPAFET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AFETADOS.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       COPY RegCliente.
       FD  RELATORIO-DIVERGE.
       01  REG-RELATORIO PIC X(100).
      *----Mesmo layout gravado pelo CepCarga
       FD  CEP-AFETADOS.
       01  REG-CEP-AFETADO.
           03 AFE-CEP-INI PIC 9(8).
           03 AFE-CEP-FIM PIC 9(8).
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-CLIENTES PIC X(2).
      *----S: os casos inequivocos sao corrigidos e regravados;
      *----N: a rodada so relata
       01  MODO-CORRECAO PIC X(1).
      *----S: so os clientes com CEP nas faixas do CEPAFET
       01  MODO-AFETADOS PIC X(1) VALUE 'N'.
       01  FS-AFETADOS PIC X(2).
       01  FIM-AFETADOS PIC X.
       01  QTD-FAIXAS-AFETADAS PIC 9(4) VALUE 0.
       01  IDX-AFETADO PIC 9(4).
       01  TAB-AFETADO OCCURS 2000 TIMES.
           03 TA-CEP-INI PIC 9(8).
           03 TA-CEP-FIM PIC 9(8).
       01  CEP-CLIENTE PIC 9(8).
       01  CEP-CLIENTE-X PIC X(8).
       01  CLIENTE-AFETADO PIC X.
      *----Area de consulta ao diretorio compartilhado de CEP
       01  CEP-CONSULTA PIC X(9).
       01  RUA-DIRETORIO PIC X(30).
           03 QTD-MAL-FORMADOS PIC 9(6) VALUE 0.
           03 QTD-FORA-DIRETORIO PIC 9(6) VALUE 0.
           03 QTD-DIVERGENTES PIC 9(6) VALUE 0.
           03 QTD-RUA-DIVERGENTE PIC 9(6) VALUE 0.
           03 QTD-CORRIGIDOS PIC 9(6) VALUE 0.
       01  LINHA-DIVERGE.
           03 LD-TIPO PIC X(14).
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'CEPREVALIDA' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM 0500-CARREGAR-AFETADOS
           MOVE 'REVALIDACAO DE ENDERECOS CONTRA O DIRETORIO DE CEP'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           IF MODO-AFETADOS = 'S'
               MOVE 'SO CLIENTES COM CEP AFETADO PELA CARGA DO DIRETORI'
                   & 'O' TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM UNTIL FIM-CLIENTES = 'S'
      *----Registro-ponteiro e titular apagado nao tem endereco vivo
                       IF NOT CLI-MESCLADO AND
                               NOT CLI-BLOQUEADO-LGPD
                           PERFORM 0600-CONFERIR-AFETADO
                           IF CLIENTE-AFETADO = 'S'
                               PERFORM 1000-REVALIDAR-CLIENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               QTD-DIVERGENTES ', corrigidos ' QTD-CORRIGIDOS
           STOP RUN.

      *----CEPAFET ausente ou vazio: revalidacao do cadastro inteiro.
      *----Mais faixas que a tabela (a primeira carga do diretorio
      *----afeta tudo) tambem cai para o cadastro inteiro
       0500-CARREGAR-AFETADOS.
           OPEN INPUT CEP-AFETADOS
           IF FS-AFETADOS = '00'
               MOVE 'S' TO MODO-AFETADOS
               MOVE 'N' TO FIM-AFETADOS
               PERFORM UNTIL FIM-AFETADOS = 'S'
                   READ CEP-AFETADOS
                       AT END
                           MOVE 'S' TO FIM-AFETADOS
                       NOT AT END
                           IF QTD-FAIXAS-AFETADAS < 2000
                               ADD 1 TO QTD-FAIXAS-AFETADAS
                               MOVE AFE-CEP-INI
                                   TO TA-CEP-INI(QTD-FAIXAS-AFETADAS)
                               MOVE AFE-CEP-FIM
                                   TO TA-CEP-FIM(QTD-FAIXAS-AFETADAS)
                           ELSE
                               MOVE 'N' TO MODO-AFETADOS
                               MOVE 'S' TO FIM-AFETADOS
                           END-IF
                   END-READ
               END-PERFORM
               IF QTD-FAIXAS-AFETADAS = 0
                   MOVE 'N' TO MODO-AFETADOS
               END-IF
           END-IF
           CLOSE CEP-AFETADOS.

      *----CEP do cliente so com os algarismos; mal formado nao
      *----muda com a carga do diretorio e fica para a rodada cheia
       0600-CONFERIR-AFETADO.
           IF MODO-AFETADOS = 'N'
               MOVE 'S' TO CLIENTE-AFETADO
           ELSE
               MOVE 'N' TO CLIENTE-AFETADO
               MOVE SPACES TO CEP-CLIENTE-X
               IF CLI-END-CEP(6:1) = '-'
                   STRING CLI-END-CEP(1:5) CLI-END-CEP(7:3)
                       DELIMITED BY SIZE INTO CEP-CLIENTE-X
               ELSE
                   MOVE CLI-END-CEP(1:8) TO CEP-CLIENTE-X
               END-IF
               IF CEP-CLIENTE-X IS NUMERIC
                   MOVE CEP-CLIENTE-X TO CEP-CLIENTE
                   PERFORM VARYING IDX-AFETADO FROM 1 BY 1
                           UNTIL IDX-AFETADO > QTD-FAIXAS-AFETADAS
                               OR CLIENTE-AFETADO = 'S'
                       IF CEP-CLIENTE NOT LESS TA-CEP-INI(IDX-AFETADO)
                               AND CEP-CLIENTE NOT GREATER
                               TA-CEP-FIM(IDX-AFETADO)
                           MOVE 'S' TO CLIENTE-AFETADO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       1000-REVALIDAR-CLIENTE.
           ADD 1 TO QTD-CONFERIDOS
           MOVE CLI-END-CEP TO CEP-CONSULTA
           END-IF
           IF TEM-DIVERGENCIA = 'N'
               ADD 1 TO QTD-OK
               IF MODO-AFETADOS = 'S'
                   PERFORM 1150-COMPARAR-RUA
               END-IF
           ELSE
               ADD 1 TO QTD-DIVERGENTES
               MOVE 'CIDADE/UF/BRR' TO LD-TIPO
               END-IF
           END-IF.

      *----CEP de logradouro que a carga passou para outra rua: o
      *----cliente sai no relatorio para o atendimento confirmar o
      *----endereco; a rua nao e regravada porque o numero e o
      *----complemento digitados podem nao valer na rua nova
       1150-COMPARAR-RUA.
           IF RUA-DIRETORIO NOT = SPACES AND
                   FUNCTION UPPER-CASE(CLI-END-RUA) NOT = RUA-DIRETORIO
               ADD 1 TO QTD-RUA-DIVERGENTE
               MOVE 'RUA DIVERGENTE' TO LD-TIPO
               MOVE SPACES TO LD-DETALHE
               STRING CLI-END-RUA DELIMITED BY '  '
                   ' -> ' DELIMITED BY SIZE
                   RUA-DIRETORIO DELIMITED BY '  '
                   INTO LD-DETALHE
               PERFORM 2000-GRAVAR-DIVERGENCIA
           END-IF.

       1200-CORRIGIR-ENDERECO.
           MOVE SPACES TO AUDIT-VALOR-ANTES
           STRING CLI-END-CIDADE DELIMITED BY '  '
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Rua divergente: "==
                         ==VALOR==   BY ==QTD-RUA-DIVERGENTE==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Corrigidos: "==
                         ==VALOR==   BY ==QTD-CORRIGIDOS==
