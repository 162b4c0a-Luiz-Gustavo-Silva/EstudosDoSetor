      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Copia mascarada dos masters de producao para o
      *          ambiente de teste - CLIENTES, CONTATOS, PATIENTS,
      *          IMCHIST, SINAIS, ALUNOS e ACCOUNTS, mais o PACCLI e a
      *          AGENDA que amarram paciente a cliente e a consulta.
      *          Nome, endereco, telefone, e-mail e CPF/CNPJ saem
      *          trocados por valores ficticios calculados a partir
      *          da chave do registro: o mesmo numero da sempre o
      *          mesmo ficticio, e as chaves (CLI-NUMERO, PAC-ID,
      *          CTA-ID, MAT-MATRICULA) sao copiadas como estao, entao
      *          CTA-CLIENTE, PACCLI e AGD-PAC-ID continuam ligando na
      *          copia. O CPF/CNPJ ficticio leva digito verificador
      *          valido (DocumentoValida funcao 3). Do CEP fica so o
      *          setor (cinco primeiros algarismos); bairro, cidade e
      *          UF ficam, para os testes por regiao. Nascimento fica
      *          no mesmo mes e ano com outro dia; peso e sinais
      *          vitais variam poucas unidades (o IMC e recalculado) e
      *          debito/credito das contas o mesmo percentual entre
      *          -10% e +10% por conta. Datas de movimento, situacoes
      *          e turmas nao mudam. Cadastro ja anonimizado pela LGPD
      *          vai como esta. Cada master de teste e gravado por
      *          inteiro a cada rodada, e o certificado MASKCERT diz o
      *          que foi tratado em cada arquivo, as contagens e as
      *          ligacoes conferidas na copia; uma linha no journal de
      *          auditoria registra quem tirou a copia. RC 12 quando
      *          algum registro nao pode ser gravado no teste.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MestresMascara.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Masters de producao, so lidos, em ordem de chave
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-NUMERO
      *----Mesmas chaves alternadas declaradas em Clientes.cbl: todos
      *----os abridores do arquivo fisico precisam concordar com elas
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL CONTATOS ASSIGN TO "CONTATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL IMC-HISTORY ASSIGN TO "IMCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL SINAIS-VITAIS ASSIGN TO "SINAIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIN-CHAVE
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAT-MATRICULA
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL PAC-CLIENTES ASSIGN TO "PACCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCL-PAC-ID
               FILE STATUS IS FS-MASTER.
           SELECT OPTIONAL AGENDA ASSIGN TO "AGENDA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS FS-MASTER.
      *----Masters de teste, com as mesmas chaves dos de producao.
      *----CLIENTES e PATIENTS de teste sao relidos por chave para
      *----conferir as ligacoes das contas, do PACCLI e da AGENDA
           SELECT TESTE-CLIENTES ASSIGN TO "TSTCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCL-NUMERO
               ALTERNATE RECORD KEY IS TCL-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TCL-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-TESTE.
           SELECT TESTE-CONTATOS ASSIGN TO "TSTCTT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TCT-CHAVE
               FILE STATUS IS FS-TESTE.
           SELECT TESTE-PACIENTES ASSIGN TO "TSTPAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPA-ID
               ALTERNATE RECORD KEY IS TPA-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-TESTE.
           SELECT TESTE-HISTORICO ASSIGN TO "TSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS THK-CHAVE
               FILE STATUS IS FS-TESTE.
           SELECT TESTE-SINAIS ASSIGN TO "TSTSIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSI-CHAVE
               FILE STATUS IS FS-TESTE.
           SELECT TESTE-ALUNOS ASSIGN TO "TSTALU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TMA-MATRICULA
               FILE STATUS IS FS-TESTE.
           SELECT TESTE-CONTAS ASSIGN TO "TSTACC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TCA-ID
               FILE STATUS IS FS-TESTE.
           SELECT TESTE-PACCLI ASSIGN TO "TSTPCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TPC-PAC-ID
               FILE STATUS IS FS-TESTE.
           SELECT TESTE-AGENDA ASSIGN TO "TSTAGD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TAG-CHAVE
               FILE STATUS IS FS-TESTE.
      *----Certificado da copia, guardado com o pedido de dados de
      *----teste para a pasta de compliance
           SELECT CERTIFICADO-MASCARA ASSIGN TO "MASKCERT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       FD  CONTATOS.
      *----Mesmo layout do REG-CONTATO de Clientes.cbl
       01  REG-CONTATO.
           03 CTT-CHAVE.
               05 CTT-NUMERO PIC 9(6).
               05 CTT-SEQ PIC 9(2).
           03 CTT-TIPO PIC X(1).
               88 CTT-TIPO-EMAIL VALUE 'E'.
           03 CTT-VALOR PIC X(40).
           03 CTT-PREFERIDO PIC X(1).
           03 CTT-SITUACAO PIC X(1).
           03 CTT-QTD-DEVOLUCAO PIC 9(2).
       FD  PATIENTS.
      *----Mesmo layout do REG-PACIENTE de IMC.cbl
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 PAC-NASCIMENTO PIC 9(8).
           03 PAC-SEXO PIC X(1).
           03 PAC-ENDERECO.
               05 PAC-END-RUA PIC X(30).
               05 PAC-END-NUMERO PIC X(6).
               05 PAC-END-COMPLEMENTO PIC X(10).
               05 PAC-END-BAIRRO PIC X(20).
               05 PAC-END-CIDADE PIC X(20).
               05 PAC-END-UF PIC X(2).
               05 PAC-END-CEP PIC X(9).
           03 PAC-QTD-HISTORICO PIC 9(1).
           03 PAC-HISTORICO OCCURS 5 TIMES.
               05 HIST-DATA PIC 9(8).
               05 HIST-ALTURA PIC 9(1)V9(2).
               05 HIST-PESO PIC 9(3)V9(2).
               05 HIST-IMC PIC 9(2)V9(2).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
                   88 PAC-SEM-DOCUMENTO VALUE SPACE.
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  IMC-HISTORY.
      *----Mesmo layout do REG-HISTORICO de IMC.cbl
       01  REG-HISTORICO.
           03 HIST-KEY.
               05 HK-PAC-ID PIC 9(6).
               05 HK-DATA PIC 9(8).
               05 HK-HORA PIC 9(6).
           03 HK-ALTURA PIC 9(1)V9(2).
           03 HK-PESO PIC 9(3)V9(2).
           03 HK-IMC PIC 9(2)V9(2).
       FD  SINAIS-VITAIS.
      *----Mesmo layout do REG-SINAIS de IMC.cbl
       01  REG-SINAIS.
           03 SIN-CHAVE.
               05 SIN-PAC-ID PIC 9(6).
               05 SIN-DATA PIC 9(8).
               05 SIN-HORA PIC 9(6).
           03 SIN-PA-SISTOLICA PIC 9(3).
           03 SIN-PA-DIASTOLICA PIC 9(3).
           03 SIN-GLICEMIA PIC 9(3).
       FD  ALUNOS.
      *----Mesmo layout do REG-MATRICULADO de AlunosManutencao.cbl
       01  REG-MATRICULADO.
           03 MAT-MATRICULA PIC 9(6).
           03 MAT-NOME PIC X(30).
           03 MAT-TURMA PIC X(6).
           03 MAT-STATUS PIC X(1).
           03 MAT-DATA-INATIVACAO PIC 9(8).
           03 MAT-DATA-NASCIMENTO PIC 9(8).
           03 MAT-SEXO PIC X(1).
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
       FD  PAC-CLIENTES.
      *----Mesmo layout do REG-PAC-CLIENTE de PacClienteManutencao
       01  REG-PAC-CLIENTE.
           03 PCL-PAC-ID PIC 9(6).
           03 PCL-CLIENTE PIC 9(6).
       FD  AGENDA.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAgenda.
      *----Registros de teste: so as chaves tem nome, o registro vai
      *----inteiro do master de producao ja mascarado (WRITE FROM)
       FD  TESTE-CLIENTES.
       01  REG-TESTE-CLIENTE.
           03 TCL-NUMERO PIC 9(6).
           03 TCL-NOME PIC X(30).
           03 FILLER PIC X(120).
           03 TCL-DOCUMENTO PIC X(15).
       FD  TESTE-CONTATOS.
       01  REG-TESTE-CONTATO.
           03 TCT-CHAVE PIC X(8).
           03 FILLER PIC X(45).
       FD  TESTE-PACIENTES.
       01  REG-TESTE-PACIENTE.
           03 TPA-ID PIC 9(6).
           03 TPA-NOME PIC X(30).
           03 FILLER PIC X(207).
           03 TPA-DOCUMENTO PIC X(15).
       FD  TESTE-HISTORICO.
       01  REG-TESTE-HISTORICO.
           03 THK-CHAVE PIC X(20).
           03 FILLER PIC X(12).
       FD  TESTE-SINAIS.
       01  REG-TESTE-SINAIS.
           03 TSI-CHAVE PIC X(20).
           03 FILLER PIC X(9).
       FD  TESTE-ALUNOS.
       01  REG-TESTE-ALUNO.
           03 TMA-MATRICULA PIC 9(6).
           03 FILLER PIC X(54).
       FD  TESTE-CONTAS.
       01  REG-TESTE-CONTA.
           03 TCA-ID PIC 9(6).
           03 FILLER PIC X(32).
       FD  TESTE-PACCLI.
       01  REG-TESTE-PACCLI.
           03 TPC-PAC-ID PIC 9(6).
           03 FILLER PIC X(6).
       FD  TESTE-AGENDA.
       01  REG-TESTE-AGENDA.
           03 TAG-CHAVE PIC X(15).
           03 FILLER PIC X(43).
       FD  CERTIFICADO-MASCARA.
       01  REG-CERTIFICADO PIC X(120).
       COPY RunControleFD.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-MASTER PIC X(2).
       01  FS-TESTE PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  OPERADOR-LOTE PIC X(10).
       01  DATA-COPIA PIC 9(8).
       01  HORA-COPIA PIC 9(6).
      *----Contagens do arquivo em copia e da rodada inteira
       01  QTD-LIDOS PIC 9(9).
       01  QTD-GRAVADOS PIC 9(9).
       01  QTD-JA-ANONIMOS PIC 9(9).
       01  TOTAL-LIDOS PIC 9(9) VALUE 0.
       01  TOTAL-GRAVADOS PIC 9(9) VALUE 0.
       01  QTD-ERROS PIC 9(9) VALUE 0.
      *----Ligacoes conferidas na copia: achadas no master de teste,
      *----nao achadas (o mesmo orfao que ja existe na producao) e
      *----sem numero informado
       01  QTD-LIGADOS PIC 9(9).
       01  QTD-SEM-LIGACAO PIC 9(9).
       01  QTD-NAO-INFORMADOS PIC 9(9).
      *----Tabelas dos valores ficticios, escolhidos pela chave
       01  TAB-NOMES-MASCULINOS.
           03 FILLER PIC X(10) VALUE 'JOAO'.
           03 FILLER PIC X(10) VALUE 'PEDRO'.
           03 FILLER PIC X(10) VALUE 'LUCAS'.
           03 FILLER PIC X(10) VALUE 'MATEUS'.
           03 FILLER PIC X(10) VALUE 'GABRIEL'.
           03 FILLER PIC X(10) VALUE 'RAFAEL'.
           03 FILLER PIC X(10) VALUE 'GUSTAVO'.
           03 FILLER PIC X(10) VALUE 'FELIPE'.
           03 FILLER PIC X(10) VALUE 'BRUNO'.
           03 FILLER PIC X(10) VALUE 'DIEGO'.
           03 FILLER PIC X(10) VALUE 'THIAGO'.
           03 FILLER PIC X(10) VALUE 'ANDRE'.
           03 FILLER PIC X(10) VALUE 'MARCOS'.
           03 FILLER PIC X(10) VALUE 'PAULO'.
           03 FILLER PIC X(10) VALUE 'RICARDO'.
           03 FILLER PIC X(10) VALUE 'EDUARDO'.
           03 FILLER PIC X(10) VALUE 'LEONARDO'.
           03 FILLER PIC X(10) VALUE 'RODRIGO'.
           03 FILLER PIC X(10) VALUE 'CARLOS'.
           03 FILLER PIC X(10) VALUE 'FERNANDO'.
       01  TAB-NOMES-MASCULINOS-R REDEFINES TAB-NOMES-MASCULINOS.
           03 NOME-MASCULINO OCCURS 20 TIMES PIC X(10).
       01  TAB-NOMES-FEMININOS.
           03 FILLER PIC X(10) VALUE 'MARIA'.
           03 FILLER PIC X(10) VALUE 'ANA'.
           03 FILLER PIC X(10) VALUE 'JULIA'.
           03 FILLER PIC X(10) VALUE 'BEATRIZ'.
           03 FILLER PIC X(10) VALUE 'LARISSA'.
           03 FILLER PIC X(10) VALUE 'CAMILA'.
           03 FILLER PIC X(10) VALUE 'FERNANDA'.
           03 FILLER PIC X(10) VALUE 'PATRICIA'.
           03 FILLER PIC X(10) VALUE 'ALINE'.
           03 FILLER PIC X(10) VALUE 'BRUNA'.
           03 FILLER PIC X(10) VALUE 'LETICIA'.
           03 FILLER PIC X(10) VALUE 'AMANDA'.
           03 FILLER PIC X(10) VALUE 'RENATA'.
           03 FILLER PIC X(10) VALUE 'CAROLINA'.
           03 FILLER PIC X(10) VALUE 'VANESSA'.
           03 FILLER PIC X(10) VALUE 'MARIANA'.
           03 FILLER PIC X(10) VALUE 'GABRIELA'.
           03 FILLER PIC X(10) VALUE 'LUCIANA'.
           03 FILLER PIC X(10) VALUE 'SIMONE'.
           03 FILLER PIC X(10) VALUE 'PRISCILA'.
       01  TAB-NOMES-FEMININOS-R REDEFINES TAB-NOMES-FEMININOS.
           03 NOME-FEMININO OCCURS 20 TIMES PIC X(10).
       01  TAB-SOBRENOMES.
           03 FILLER PIC X(10) VALUE 'SILVA'.
           03 FILLER PIC X(10) VALUE 'SANTOS'.
           03 FILLER PIC X(10) VALUE 'OLIVEIRA'.
           03 FILLER PIC X(10) VALUE 'SOUZA'.
           03 FILLER PIC X(10) VALUE 'RODRIGUES'.
           03 FILLER PIC X(10) VALUE 'FERREIRA'.
           03 FILLER PIC X(10) VALUE 'ALVES'.
           03 FILLER PIC X(10) VALUE 'PEREIRA'.
           03 FILLER PIC X(10) VALUE 'LIMA'.
           03 FILLER PIC X(10) VALUE 'GOMES'.
           03 FILLER PIC X(10) VALUE 'COSTA'.
           03 FILLER PIC X(10) VALUE 'RIBEIRO'.
           03 FILLER PIC X(10) VALUE 'MARTINS'.
           03 FILLER PIC X(10) VALUE 'CARVALHO'.
           03 FILLER PIC X(10) VALUE 'ALMEIDA'.
           03 FILLER PIC X(10) VALUE 'LOPES'.
           03 FILLER PIC X(10) VALUE 'SOARES'.
           03 FILLER PIC X(10) VALUE 'FERNANDES'.
           03 FILLER PIC X(10) VALUE 'VIEIRA'.
           03 FILLER PIC X(10) VALUE 'BARBOSA'.
       01  TAB-SOBRENOMES-R REDEFINES TAB-SOBRENOMES.
           03 SOBRENOME OCCURS 20 TIMES PIC X(10).
       01  TAB-RUAS.
           03 FILLER PIC X(30) VALUE 'RUA DAS ACACIAS'.
           03 FILLER PIC X(30) VALUE 'RUA DOS IPES'.
           03 FILLER PIC X(30) VALUE 'AVENIDA DAS PALMEIRAS'.
           03 FILLER PIC X(30) VALUE 'RUA DO BOSQUE'.
           03 FILLER PIC X(30) VALUE 'RUA DAS ORQUIDEAS'.
           03 FILLER PIC X(30) VALUE 'ALAMEDA DOS JASMINS'.
           03 FILLER PIC X(30) VALUE 'RUA DAS CAMELIAS'.
           03 FILLER PIC X(30) VALUE 'AVENIDA DO LAGO'.
           03 FILLER PIC X(30) VALUE 'RUA DOS GIRASSOIS'.
           03 FILLER PIC X(30) VALUE 'TRAVESSA DAS VIOLETAS'.
       01  TAB-RUAS-R REDEFINES TAB-RUAS.
           03 RUA-FICTICIA OCCURS 10 TIMES PIC X(30).
      *----Entrada das rotinas de mascara: numero do registro, sexo
      *----(M/F, outro escolhe pela chave) e o campo a tratar
       01  CHAVE-MASCARA PIC 9(8).
       01  CHAVE-MASCARA-X REDEFINES CHAVE-MASCARA PIC X(8).
       01  SEXO-MASCARA PIC X(1).
       01  QUOCIENTE-MASCARA PIC 9(8).
       01  IDX-NOME PIC 9(2).
       01  IDX-SOBRENOME-1 PIC 9(2).
       01  IDX-SOBRENOME-2 PIC 9(2).
       01  IDX-RUA PIC 9(2).
       01  PRIMEIRO-NOME PIC X(10).
       01  NOME-FICTICIO PIC X(30).
       01  RUA-MASCARA PIC X(30).
       01  NUMERO-RUA PIC 9(3).
       01  TELEFONE-FICTICIO PIC X(15).
       01  EMAIL-FICTICIO PIC X(40).
       01  CEP-MASCARA PIC X(9).
       01  CEP-SETOR PIC X(5).
       01  QTD-ALGARISMOS PIC 9(1).
       01  IDX-CEP PIC 9(2).
       01  DATA-MASCARA PIC 9(8).
       01  DATA-MASCARA-R REDEFINES DATA-MASCARA.
           03 DM-ANO-MES PIC 9(6).
           03 DM-DIA PIC 9(2).
      *----Documento ficticio: prefixo fixo por cadastro (9 cliente,
      *----8 paciente) + numero do registro, digitos pelo
      *----DocumentoValida
       01  PREFIXO-DOCUMENTO PIC 9(1).
       01  DOC-FUNCAO PIC 9 VALUE 3.
       01  DOC-DIGITADO PIC X(18) VALUE SPACES.
       01  DOC-TIPO PIC X(1).
       01  DOC-NUMERO PIC 9(14).
       01  DOC-FORMATADO PIC X(18).
       01  RETORNO-DOCUMENTO PIC 9(2).
      *----Medida a variar: peso e IMC de uma visita, sinais vitais
       01  MED-PAC-ID PIC 9(6).
       01  MED-DATA PIC 9(8).
       01  MED-ALTURA PIC 9(1)V9(2).
       01  MED-PESO PIC 9(3)V9(2).
       01  MED-IMC PIC 9(2)V9(2).
       01  VARIACAO PIC S9(2).
       01  IDX-HISTORICO PIC 9(1).
       01  FATOR-CONTA PIC 9(3).
       01  NOVO-DEBITO PIC 9(9)V9(2).
       01  NOVO-CREDITO PIC 9(9)V9(2).
       01  LINHA-ARQUIVO.
           03 LA-NOME PIC X(8).
           03 FILLER PIC X(8) VALUE '  LIDOS '.
           03 LA-LIDOS PIC ZZZZZZZZ9.
           03 FILLER PIC X(11) VALUE '  GRAVADOS '.
           03 LA-GRAVADOS PIC ZZZZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LA-TRATAMENTO PIC X(73).
       01  LINHA-LIGACAO.
           03 FILLER PIC X(10) VALUE SPACES.
           03 LL-CAMPO PIC X(12).
           03 FILLER PIC X(10) VALUE ' LIGADOS '.
           03 LL-LIGADOS PIC ZZZZZZZZ9.
           03 FILLER PIC X(12) VALUE ' SEM DESTINO'.
           03 LL-SEM-LIGACAO PIC ZZZZZZZZ9.
           03 FILLER PIC X(16) VALUE ' NAO INFORMADOS '.
           03 LL-NAO-INFORMADOS PIC ZZZZZZZZ9.
           03 FILLER PIC X(33) VALUE SPACES.
       PROCEDURE DIVISION.
           OPEN EXTEND RUN-CONTROLE
           MOVE 'MESTRESMASCARA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           ACCEPT OPERADOR-LOTE FROM ENVIRONMENT 'USER'
           ACCEPT DATA-COPIA FROM DATE YYYYMMDD
           MOVE FUNCTION CURRENT-DATE(9:6) TO HORA-COPIA
           OPEN OUTPUT CERTIFICADO-MASCARA
           MOVE SPACES TO REG-CERTIFICADO
           STRING 'CERTIFICADO DE COPIA MASCARADA PARA TESTE - '
               DATA-COPIA '-' HORA-COPIA ' - ' OPERADOR-LOTE
               DELIMITED BY SIZE INTO REG-CERTIFICADO
           WRITE REG-CERTIFICADO
           MOVE SPACES TO REG-CERTIFICADO
           STRING 'CHAVES COPIADAS SEM MUDANCA: CLI-NUMERO, CTT-CHAVE, '
               'PAC-ID, MAT-MATRICULA, CTA-ID, AGD-CHAVE'
               DELIMITED BY SIZE INTO REG-CERTIFICADO
           WRITE REG-CERTIFICADO
           MOVE SPACES TO REG-CERTIFICADO
           WRITE REG-CERTIFICADO
           PERFORM 1000-COPIAR-CLIENTES
           PERFORM 1100-COPIAR-CONTATOS
           PERFORM 1200-COPIAR-PACIENTES
           PERFORM 1300-COPIAR-HISTORICO
           PERFORM 1400-COPIAR-SINAIS
           PERFORM 1500-COPIAR-ALUNOS
      *----Com CLIENTES e PATIENTS de teste prontos, as ligacoes dos
      *----demais sao conferidas contra a propria copia
           OPEN INPUT TESTE-CLIENTES
           OPEN INPUT TESTE-PACIENTES
           PERFORM 1600-COPIAR-CONTAS
           PERFORM 1700-COPIAR-PACCLI
           PERFORM 1800-COPIAR-AGENDA
           CLOSE TESTE-CLIENTES
           CLOSE TESTE-PACIENTES
           MOVE SPACES TO REG-CERTIFICADO
           WRITE REG-CERTIFICADO
           IF QTD-ERROS = 0
               MOVE 'COPIA COMPLETA: TODO REGISTRO LIDO FOI GRAVADO'
                   TO REG-CERTIFICADO
           ELSE
               MOVE SPACES TO REG-CERTIFICADO
               STRING 'COPIA INCOMPLETA: ' QTD-ERROS
                   ' REGISTRO(S) NAO GRAVADO(S), NAO LIBERE O TESTE'
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
           END-IF
           WRITE REG-CERTIFICADO
           CLOSE CERTIFICADO-MASCARA
      *----Quem tirou a copia fica no journal; o certificado vai
      *----para a pasta de compliance
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'MESTRESMASCARA' TO AUDIT-PROGRAMA
           MOVE OPERADOR-LOTE TO AUDIT-OPERADOR
           MOVE 'COPIA-MASCARADA' TO AUDIT-ACAO
           MOVE 'MASTERS DE PRODUCAO' TO AUDIT-VALOR-ANTES
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING TOTAL-GRAVADOS ' REGISTROS NO TESTE'
               DELIMITED BY SIZE INTO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           CLOSE AUDIT-JOURNAL
           DISPLAY 'Registros lidos da producao: ' TOTAL-LIDOS
           DISPLAY 'Registros gravados no teste: ' TOTAL-GRAVADOS
           MOVE TOTAL-LIDOS TO RUN-LIDOS
           MOVE TOTAL-GRAVADOS TO RUN-GRAVADOS
           MOVE QTD-ERROS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           IF QTD-ERROS > 0
               DISPLAY 'COPIA INCOMPLETA: ' QTD-ERROS
                   ' REGISTRO(S) NAO GRAVADO(S)'
               MOVE 'ERRO' TO RUN-FINAL
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'OK' TO RUN-FINAL
           END-IF
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

      *----Cliente ja anonimizado pela LGPD vai como esta: nao ha mais
      *----dado pessoal nele, e o nome fixo continua marcando o caso
       1000-COPIAR-CLIENTES.
           PERFORM 8000-INICIAR-ARQUIVO
           MOVE 0 TO QTD-JA-ANONIMOS
           OPEN INPUT CLIENTES
           OPEN OUTPUT TESTE-CLIENTES
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO QTD-LIDOS
                       IF CLI-BLOQUEADO-LGPD
                           ADD 1 TO QTD-JA-ANONIMOS
                       ELSE
                           PERFORM 1010-MASCARAR-CLIENTE
                       END-IF
                       WRITE REG-TESTE-CLIENTE FROM REG-CLIENTE
                           INVALID KEY
                               ADD 1 TO QTD-ERROS
                           NOT INVALID KEY
                               ADD 1 TO QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE CLIENTES
           CLOSE TESTE-CLIENTES
           MOVE 'CLIENTES' TO LA-NOME
           MOVE 'NOME, ENDERECO, CEP (SO O SETOR), TELEFONE E CPF/CNPJ'
               TO LA-TRATAMENTO
           PERFORM 8100-CERTIFICAR-ARQUIVO
           IF QTD-JA-ANONIMOS > 0
               MOVE SPACES TO REG-CERTIFICADO
               STRING '          ' QTD-JA-ANONIMOS
                   ' JA ANONIMIZADO(S) PELA LGPD, COPIADO(S) COMO ESTAO'
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
           END-IF.

       1010-MASCARAR-CLIENTE.
           MOVE CLI-NUMERO TO CHAVE-MASCARA
           IF CLI-DOC-CNPJ
               PERFORM 2050-GERAR-EMPRESA
           ELSE
               MOVE SPACE TO SEXO-MASCARA
               PERFORM 2000-GERAR-NOME
           END-IF
           MOVE NOME-FICTICIO TO CLI-NOME
           PERFORM 2100-GERAR-ENDERECO
           MOVE RUA-MASCARA TO CLI-END-RUA
           MOVE NUMERO-RUA TO CLI-END-NUMERO
           MOVE SPACES TO CLI-END-COMPLEMENTO
           MOVE CLI-END-CEP TO CEP-MASCARA
           PERFORM 2300-MASCARAR-CEP
           MOVE CEP-MASCARA TO CLI-END-CEP
           IF CLI-TELEFONE NOT = SPACES
               COMPUTE CHAVE-MASCARA = CLI-NUMERO * 100
               PERFORM 2200-GERAR-TELEFONE
               MOVE TELEFONE-FICTICIO TO CLI-TELEFONE
           END-IF
           IF NOT CLI-SEM-DOCUMENTO
               MOVE CLI-DOC-TIPO TO DOC-TIPO
               MOVE 9 TO PREFIXO-DOCUMENTO
               MOVE CLI-NUMERO TO CHAVE-MASCARA
               PERFORM 2400-GERAR-DOCUMENTO
               MOVE DOC-TIPO TO CLI-DOC-TIPO
               MOVE DOC-NUMERO TO CLI-DOC-NUMERO
           END-IF.

      *----O contato ficticio segue o numero do cliente e a sequencia:
      *----fone/whatsapp no DDD 00, que nao existe, e e-mail no
      *----dominio reservado .invalid - o despacho do teste nao
      *----alcanca ninguem
       1100-COPIAR-CONTATOS.
           PERFORM 8000-INICIAR-ARQUIVO
           OPEN INPUT CONTATOS
           OPEN OUTPUT TESTE-CONTATOS
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ CONTATOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO QTD-LIDOS
                       COMPUTE CHAVE-MASCARA = CTT-NUMERO * 100
                           + CTT-SEQ
                       IF CTT-TIPO-EMAIL
                           PERFORM 2250-GERAR-EMAIL
                           MOVE EMAIL-FICTICIO TO CTT-VALOR
                       ELSE
                           PERFORM 2200-GERAR-TELEFONE
                           MOVE TELEFONE-FICTICIO TO CTT-VALOR
                       END-IF
                       WRITE REG-TESTE-CONTATO FROM REG-CONTATO
                           INVALID KEY
                               ADD 1 TO QTD-ERROS
                           NOT INVALID KEY
                               ADD 1 TO QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE CONTATOS
           CLOSE TESTE-CONTATOS
           MOVE 'CONTATOS' TO LA-NOME
           MOVE 'FONE/WHATSAPP NO DDD 00, E-MAIL EM .INVALID'
               TO LA-TRATAMENTO
           PERFORM 8100-CERTIFICAR-ARQUIVO.

       1200-COPIAR-PACIENTES.
           PERFORM 8000-INICIAR-ARQUIVO
           OPEN INPUT PATIENTS
           OPEN OUTPUT TESTE-PACIENTES
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ PATIENTS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO QTD-LIDOS
      *----Paciente apagado pela LGPD ja tem o nome fixo do
      *----LgpdApaga e nao tem endereco: so as medidas variam
                       IF PAC-NOME NOT = 'TITULAR ANONIMIZADO LGPD'
                           PERFORM 1210-MASCARAR-PACIENTE
                       END-IF
                       PERFORM 1220-VARIAR-HISTORICO
                           VARYING IDX-HISTORICO FROM 1 BY 1
                           UNTIL IDX-HISTORICO > PAC-QTD-HISTORICO
                              OR IDX-HISTORICO > 5
                       WRITE REG-TESTE-PACIENTE FROM REG-PACIENTE
                           INVALID KEY
                               ADD 1 TO QTD-ERROS
                           NOT INVALID KEY
                               ADD 1 TO QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE PATIENTS
           CLOSE TESTE-PACIENTES
           MOVE 'PATIENTS' TO LA-NOME
           MOVE 'NOME, ENDERECO, CEP, CPF/CNPJ, DIA NASC., PESO E IMC'
               TO LA-TRATAMENTO
           PERFORM 8100-CERTIFICAR-ARQUIVO.

       1210-MASCARAR-PACIENTE.
           MOVE PAC-ID TO CHAVE-MASCARA
           MOVE PAC-SEXO TO SEXO-MASCARA
           PERFORM 2000-GERAR-NOME
           MOVE NOME-FICTICIO TO PAC-NOME
           MOVE PAC-NASCIMENTO TO DATA-MASCARA
           PERFORM 2500-VARIAR-DATA
           MOVE DATA-MASCARA TO PAC-NASCIMENTO
           PERFORM 2100-GERAR-ENDERECO
           MOVE RUA-MASCARA TO PAC-END-RUA
           MOVE NUMERO-RUA TO PAC-END-NUMERO
           MOVE SPACES TO PAC-END-COMPLEMENTO
           MOVE PAC-END-CEP TO CEP-MASCARA
           PERFORM 2300-MASCARAR-CEP
           MOVE CEP-MASCARA TO PAC-END-CEP
           IF NOT PAC-SEM-DOCUMENTO
               MOVE PAC-DOC-TIPO TO DOC-TIPO
               MOVE 8 TO PREFIXO-DOCUMENTO
               PERFORM 2400-GERAR-DOCUMENTO
               MOVE DOC-TIPO TO PAC-DOC-TIPO
               MOVE DOC-NUMERO TO PAC-DOC-NUMERO
           END-IF.

      *----Mesma variacao do IMCHIST para a mesma visita (paciente +
      *----data): o PacHistConfere continua achando as duas iguais
       1220-VARIAR-HISTORICO.
           MOVE PAC-ID TO MED-PAC-ID
           MOVE HIST-DATA(IDX-HISTORICO) TO MED-DATA
           MOVE HIST-ALTURA(IDX-HISTORICO) TO MED-ALTURA
           MOVE HIST-PESO(IDX-HISTORICO) TO MED-PESO
           MOVE HIST-IMC(IDX-HISTORICO) TO MED-IMC
           PERFORM 3000-VARIAR-PESO
           MOVE MED-PESO TO HIST-PESO(IDX-HISTORICO)
           MOVE MED-IMC TO HIST-IMC(IDX-HISTORICO).

       1300-COPIAR-HISTORICO.
           PERFORM 8000-INICIAR-ARQUIVO
           OPEN INPUT IMC-HISTORY
           OPEN OUTPUT TESTE-HISTORICO
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ IMC-HISTORY NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO QTD-LIDOS
                       MOVE HK-PAC-ID TO MED-PAC-ID
                       MOVE HK-DATA TO MED-DATA
                       MOVE HK-ALTURA TO MED-ALTURA
                       MOVE HK-PESO TO MED-PESO
                       MOVE HK-IMC TO MED-IMC
                       PERFORM 3000-VARIAR-PESO
                       MOVE MED-PESO TO HK-PESO
                       MOVE MED-IMC TO HK-IMC
                       WRITE REG-TESTE-HISTORICO FROM REG-HISTORICO
                           INVALID KEY
                               ADD 1 TO QTD-ERROS
                           NOT INVALID KEY
                               ADD 1 TO QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE IMC-HISTORY
           CLOSE TESTE-HISTORICO
           MOVE 'IMCHIST' TO LA-NOME
           MOVE 'PESO DE -2 A +2 KG, IMC RECALCULADO'
               TO LA-TRATAMENTO
           PERFORM 8100-CERTIFICAR-ARQUIVO.

       1400-COPIAR-SINAIS.
           PERFORM 8000-INICIAR-ARQUIVO
           OPEN INPUT SINAIS-VITAIS
           OPEN OUTPUT TESTE-SINAIS
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ SINAIS-VITAIS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO QTD-LIDOS
                       PERFORM 3100-VARIAR-SINAIS
                       WRITE REG-TESTE-SINAIS FROM REG-SINAIS
                           INVALID KEY
                               ADD 1 TO QTD-ERROS
                           NOT INVALID KEY
                               ADD 1 TO QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE SINAIS-VITAIS
           CLOSE TESTE-SINAIS
           MOVE 'SINAIS' TO LA-NOME
           MOVE 'PRESSAO DE -3 A +3 MMHG, GLICEMIA DE -4 A +4 MG/DL'
               TO LA-TRATAMENTO
           PERFORM 8100-CERTIFICAR-ARQUIVO.

       1500-COPIAR-ALUNOS.
           PERFORM 8000-INICIAR-ARQUIVO
           OPEN INPUT ALUNOS
           OPEN OUTPUT TESTE-ALUNOS
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO QTD-LIDOS
                       MOVE MAT-MATRICULA TO CHAVE-MASCARA
                       MOVE MAT-SEXO TO SEXO-MASCARA
                       PERFORM 2000-GERAR-NOME
                       MOVE NOME-FICTICIO TO MAT-NOME
                       MOVE MAT-DATA-NASCIMENTO TO DATA-MASCARA
                       PERFORM 2500-VARIAR-DATA
                       MOVE DATA-MASCARA TO MAT-DATA-NASCIMENTO
                       WRITE REG-TESTE-ALUNO FROM REG-MATRICULADO
                           INVALID KEY
                               ADD 1 TO QTD-ERROS
                           NOT INVALID KEY
                               ADD 1 TO QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ALUNOS
           CLOSE TESTE-ALUNOS
           MOVE 'ALUNOS' TO LA-NOME
           MOVE 'NOME FICTICIO DO MESMO SEXO; DIA DO NASCIMENTO' TO
               LA-TRATAMENTO
           PERFORM 8100-CERTIFICAR-ARQUIVO.

      *----Debito e credito pelo mesmo fator da conta: conta quitada
      *----continua quitada e a proporcao paga nao muda
       1600-COPIAR-CONTAS.
           PERFORM 8000-INICIAR-ARQUIVO
           PERFORM 8200-INICIAR-LIGACAO
           OPEN INPUT ACCOUNTS
           OPEN OUTPUT TESTE-CONTAS
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ACCOUNTS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO QTD-LIDOS
                       COMPUTE FATOR-CONTA = 90
                           + FUNCTION MOD(CTA-ID 21)
                       COMPUTE NOVO-DEBITO ROUNDED =
                           CTA-DEBITO * FATOR-CONTA / 100
                       COMPUTE NOVO-CREDITO ROUNDED =
                           CTA-CREDITO * FATOR-CONTA / 100
                       IF NOVO-DEBITO < 10000000 AND
                               NOVO-CREDITO < 10000000
                           MOVE NOVO-DEBITO TO CTA-DEBITO
                           MOVE NOVO-CREDITO TO CTA-CREDITO
                       END-IF
                       IF CTA-CLIENTE = 0
                           ADD 1 TO QTD-NAO-INFORMADOS
                       ELSE
                           MOVE CTA-CLIENTE TO TCL-NUMERO
                           PERFORM 8300-LIGAR-CLIENTE
                       END-IF
                       WRITE REG-TESTE-CONTA FROM REG-CONTA
                           INVALID KEY
                               ADD 1 TO QTD-ERROS
                           NOT INVALID KEY
                               ADD 1 TO QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS
           CLOSE TESTE-CONTAS
           MOVE 'ACCOUNTS' TO LA-NOME
           MOVE 'DEBITO E CREDITO DE -10% A +10%, MESMO FATOR'
               TO LA-TRATAMENTO
           PERFORM 8100-CERTIFICAR-ARQUIVO
           MOVE 'CTA-CLIENTE' TO LL-CAMPO
           PERFORM 8400-CERTIFICAR-LIGACAO.

      *----So numeros: copiado como esta, com as duas pontas
      *----conferidas na copia
       1700-COPIAR-PACCLI.
           PERFORM 8000-INICIAR-ARQUIVO
           PERFORM 8200-INICIAR-LIGACAO
           OPEN INPUT PAC-CLIENTES
           OPEN OUTPUT TESTE-PACCLI
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ PAC-CLIENTES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO QTD-LIDOS
                       MOVE PCL-PAC-ID TO TPA-ID
                       READ TESTE-PACIENTES KEY IS TPA-ID
                           INVALID KEY
                               ADD 1 TO QTD-SEM-LIGACAO
                           NOT INVALID KEY
                               IF PCL-CLIENTE = 0
                                   ADD 1 TO QTD-NAO-INFORMADOS
                               ELSE
                                   MOVE PCL-CLIENTE TO TCL-NUMERO
                                   PERFORM 8300-LIGAR-CLIENTE
                               END-IF
                       END-READ
                       WRITE REG-TESTE-PACCLI FROM REG-PAC-CLIENTE
                           INVALID KEY
                               ADD 1 TO QTD-ERROS
                           NOT INVALID KEY
                               ADD 1 TO QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE PAC-CLIENTES
           CLOSE TESTE-PACCLI
           MOVE 'PACCLI' TO LA-NOME
           MOVE 'SEM DADO PESSOAL, COPIADO COMO ESTA' TO LA-TRATAMENTO
           PERFORM 8100-CERTIFICAR-ARQUIVO
           MOVE 'PACCLI' TO LL-CAMPO
           PERFORM 8400-CERTIFICAR-LIGACAO.

      *----O nome da consulta e o do paciente ja mascarado no teste,
      *----para a agenda e o cadastro mostrarem a mesma pessoa
       1800-COPIAR-AGENDA.
           PERFORM 8000-INICIAR-ARQUIVO
           PERFORM 8200-INICIAR-LIGACAO
           OPEN INPUT AGENDA
           OPEN OUTPUT TESTE-AGENDA
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ AGENDA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO QTD-LIDOS
                       PERFORM 1810-MASCARAR-CONSULTA
                       WRITE REG-TESTE-AGENDA FROM REG-AGENDA
                           INVALID KEY
                               ADD 1 TO QTD-ERROS
                           NOT INVALID KEY
                               ADD 1 TO QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE AGENDA
           CLOSE TESTE-AGENDA
           MOVE 'AGENDA' TO LA-NOME
           MOVE 'NOME DO PACIENTE MASCARADO; DATAS E HORARIOS IGUAIS' TO
               LA-TRATAMENTO
           PERFORM 8100-CERTIFICAR-ARQUIVO
           MOVE 'AGD-PAC-ID' TO LL-CAMPO
           PERFORM 8400-CERTIFICAR-LIGACAO.

       1810-MASCARAR-CONSULTA.
           IF AGD-PAC-ID = 0
               ADD 1 TO QTD-NAO-INFORMADOS
               IF AGD-NOME NOT = SPACES
                   COMPUTE CHAVE-MASCARA = AGD-DATA
                       + AGD-HORA * 1000 + AGD-PROFISSIONAL
                   MOVE SPACE TO SEXO-MASCARA
                   PERFORM 2000-GERAR-NOME
                   MOVE NOME-FICTICIO TO AGD-NOME
               END-IF
           ELSE
               MOVE AGD-PAC-ID TO TPA-ID
               READ TESTE-PACIENTES KEY IS TPA-ID
                   INVALID KEY
                       ADD 1 TO QTD-SEM-LIGACAO
                       MOVE AGD-PAC-ID TO CHAVE-MASCARA
                       MOVE SPACE TO SEXO-MASCARA
                       PERFORM 2000-GERAR-NOME
                       MOVE NOME-FICTICIO TO AGD-NOME
                   NOT INVALID KEY
                       ADD 1 TO QTD-LIGADOS
                       MOVE TPA-NOME TO AGD-NOME
               END-READ
           END-IF.

      *----Nome + dois sobrenomes escolhidos pelos algarismos da
      *----chave: 8000 combinacoes antes de repetir
       2000-GERAR-NOME.
           COMPUTE IDX-NOME = FUNCTION MOD(CHAVE-MASCARA 20) + 1
           DIVIDE CHAVE-MASCARA BY 20 GIVING QUOCIENTE-MASCARA
           COMPUTE IDX-SOBRENOME-1 =
               FUNCTION MOD(QUOCIENTE-MASCARA 20) + 1
           DIVIDE CHAVE-MASCARA BY 400 GIVING QUOCIENTE-MASCARA
           COMPUTE IDX-SOBRENOME-2 =
               FUNCTION MOD(QUOCIENTE-MASCARA 20) + 1
           DIVIDE CHAVE-MASCARA BY 8000 GIVING QUOCIENTE-MASCARA
           EVALUATE TRUE
               WHEN SEXO-MASCARA = 'F'
                   MOVE NOME-FEMININO(IDX-NOME) TO PRIMEIRO-NOME
               WHEN SEXO-MASCARA = 'M'
                   MOVE NOME-MASCULINO(IDX-NOME) TO PRIMEIRO-NOME
               WHEN FUNCTION MOD(QUOCIENTE-MASCARA 2) = 0
                   MOVE NOME-FEMININO(IDX-NOME) TO PRIMEIRO-NOME
               WHEN OTHER
                   MOVE NOME-MASCULINO(IDX-NOME) TO PRIMEIRO-NOME
           END-EVALUATE
           MOVE SPACES TO NOME-FICTICIO
           STRING PRIMEIRO-NOME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               SOBRENOME(IDX-SOBRENOME-1) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               SOBRENOME(IDX-SOBRENOME-2) DELIMITED BY SPACE
               INTO NOME-FICTICIO.

      *----Cliente pessoa juridica ganha razao social ficticia
       2050-GERAR-EMPRESA.
           COMPUTE IDX-SOBRENOME-1 =
               FUNCTION MOD(CHAVE-MASCARA 20) + 1
           DIVIDE CHAVE-MASCARA BY 20 GIVING QUOCIENTE-MASCARA
           COMPUTE IDX-SOBRENOME-2 =
               FUNCTION MOD(QUOCIENTE-MASCARA 20) + 1
           MOVE SPACES TO NOME-FICTICIO
           STRING 'COMERCIAL ' DELIMITED BY SIZE
               SOBRENOME(IDX-SOBRENOME-1) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               SOBRENOME(IDX-SOBRENOME-2) DELIMITED BY SPACE
               ' LTDA' DELIMITED BY SIZE
               INTO NOME-FICTICIO.

       2100-GERAR-ENDERECO.
           COMPUTE IDX-RUA = FUNCTION MOD(CHAVE-MASCARA 10) + 1
           MOVE RUA-FICTICIA(IDX-RUA) TO RUA-MASCARA
           COMPUTE NUMERO-RUA = 100 + FUNCTION MOD(CHAVE-MASCARA 900).

       2200-GERAR-TELEFONE.
           MOVE SPACES TO TELEFONE-FICTICIO
           STRING '(00) 9' CHAVE-MASCARA-X(1:4) '-'
               CHAVE-MASCARA-X(5:4)
               DELIMITED BY SIZE INTO TELEFONE-FICTICIO.

       2250-GERAR-EMAIL.
           MOVE SPACES TO EMAIL-FICTICIO
           STRING 'cliente' CHAVE-MASCARA-X(1:6) '.'
               CHAVE-MASCARA-X(7:2) '@exemplo.invalid'
               DELIMITED BY SIZE INTO EMAIL-FICTICIO.

      *----Fica o setor do CEP (cinco primeiros algarismos) com o
      *----sufixo 000; CEP incompleto sai em branco
       2300-MASCARAR-CEP.
           MOVE SPACES TO CEP-SETOR
           MOVE 0 TO QTD-ALGARISMOS
           PERFORM VARYING IDX-CEP FROM 1 BY 1 UNTIL IDX-CEP > 9
               IF CEP-MASCARA(IDX-CEP:1) IS NUMERIC AND
                       QTD-ALGARISMOS < 5
                   ADD 1 TO QTD-ALGARISMOS
                   MOVE CEP-MASCARA(IDX-CEP:1)
                       TO CEP-SETOR(QTD-ALGARISMOS:1)
               END-IF
           END-PERFORM
           MOVE SPACES TO CEP-MASCARA
           IF QTD-ALGARISMOS = 5
               STRING CEP-SETOR '-000' DELIMITED BY SIZE
                   INTO CEP-MASCARA
           END-IF.

      *----Numero-base = prefixo + numero do registro; o CNPJ leva a
      *----filial 0001. Sem digito valido o documento sai em branco
       2400-GERAR-DOCUMENTO.
           IF DOC-TIPO = 'J'
               COMPUTE DOC-NUMERO =
                   ((PREFIXO-DOCUMENTO * 10000000 + CHAVE-MASCARA)
                   * 10000 + 1) * 100
           ELSE
               MOVE 'F' TO DOC-TIPO
               COMPUTE DOC-NUMERO =
                   (PREFIXO-DOCUMENTO * 100000000 + CHAVE-MASCARA)
                   * 100
           END-IF
           CALL 'DocumentoValida' USING DOC-FUNCAO DOC-DIGITADO
               DOC-TIPO DOC-NUMERO DOC-FORMATADO RETORNO-DOCUMENTO
           IF RETORNO-DOCUMENTO NOT = 00
               MOVE SPACE TO DOC-TIPO
               MOVE 0 TO DOC-NUMERO
           END-IF.

      *----Mesmo mes e ano, outro dia: a idade e a faixa etaria
      *----continuam as mesmas para os calculos
       2500-VARIAR-DATA.
           IF DATA-MASCARA > 0
               COMPUTE DM-DIA = FUNCTION MOD(CHAVE-MASCARA 28) + 1
           END-IF.

      *----De -2 a +2 kg conforme paciente e data da visita; peso ou
      *----altura zerados ficam como estao
       3000-VARIAR-PESO.
           COMPUTE VARIACAO =
               FUNCTION MOD(MED-PAC-ID + MED-DATA 5) - 2
           IF MED-PESO > 5 AND MED-ALTURA > 0
               ADD VARIACAO TO MED-PESO
               COMPUTE MED-IMC ROUNDED =
                   MED-PESO / (MED-ALTURA * MED-ALTURA)
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
           END-IF.

       3100-VARIAR-SINAIS.
           IF SIN-PA-SISTOLICA > 20
               COMPUTE VARIACAO =
                   FUNCTION MOD(SIN-PAC-ID + SIN-DATA 7) - 3
               ADD VARIACAO TO SIN-PA-SISTOLICA
           END-IF
           IF SIN-PA-DIASTOLICA > 20
               COMPUTE VARIACAO =
                   FUNCTION MOD(SIN-PAC-ID + SIN-DATA 5) - 2
               ADD VARIACAO TO SIN-PA-DIASTOLICA
           END-IF
           IF SIN-GLICEMIA > 20
               COMPUTE VARIACAO =
                   FUNCTION MOD(SIN-PAC-ID + SIN-DATA 9) - 4
               ADD VARIACAO TO SIN-GLICEMIA
           END-IF.

       8000-INICIAR-ARQUIVO.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE 0 TO QTD-LIDOS
           MOVE 0 TO QTD-GRAVADOS.

       8100-CERTIFICAR-ARQUIVO.
           ADD QTD-LIDOS TO TOTAL-LIDOS
           ADD QTD-GRAVADOS TO TOTAL-GRAVADOS
           MOVE QTD-LIDOS TO LA-LIDOS
           MOVE QTD-GRAVADOS TO LA-GRAVADOS
           MOVE LINHA-ARQUIVO TO REG-CERTIFICADO
           WRITE REG-CERTIFICADO.

       8200-INICIAR-LIGACAO.
           MOVE 0 TO QTD-LIGADOS
           MOVE 0 TO QTD-SEM-LIGACAO
           MOVE 0 TO QTD-NAO-INFORMADOS.

      *----TCL-NUMERO ja com o numero do cliente a procurar
       8300-LIGAR-CLIENTE.
           READ TESTE-CLIENTES KEY IS TCL-NUMERO
               INVALID KEY
                   ADD 1 TO QTD-SEM-LIGACAO
               NOT INVALID KEY
                   ADD 1 TO QTD-LIGADOS
           END-READ.

       8400-CERTIFICAR-LIGACAO.
           MOVE QTD-LIGADOS TO LL-LIGADOS
           MOVE QTD-SEM-LIGACAO TO LL-SEM-LIGACAO
           MOVE QTD-NAO-INFORMADOS TO LL-NAO-INFORMADOS
           MOVE LINHA-LIGACAO TO REG-CERTIFICADO
           WRITE REG-CERTIFICADO.

       COPY GravarRunControle.
       COPY GravarAuditoria.
       END PROGRAM MestresMascara.
