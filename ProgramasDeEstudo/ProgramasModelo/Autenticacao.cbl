      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Rotina unica de sign-on contra o cadastro OPERADORES,
      *          CALLada por todos os programas que abrem sessao
      *          (MenuPrincipal, NegociacaoMesa, NotasManutencao,
      *          NotaRevisao, FrequenciaRegistro) no lugar da copia
      *          propria de cada um. A senha digitada e conferida pelo
      *          hash (SenhaHash), nunca pelo texto. Cada sign-on
      *          errado soma no registro do operador, e nao so na
      *          sessao: ao chegar a SENHAS/MAX-FALHAS o operador fica
      *          bloqueado ate o OperadoresManutencao desbloquear,
      *          mesmo que o programa seja reiniciado. Senha
      *          provisoria ou vencida (SENHAS/DIAS-VALIDOS dias)
      *          obriga a troca ali mesmo, com tamanho minimo
      *          SENHAS/TAM-MINIMO e sem repetir nenhuma das cinco
      *          ultimas. Toda recusa, bloqueio e troca vai para o
      *          journal de auditoria; a senha nunca.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Autenticacao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Cadastro de operadores mantido pelo OperadoresManutencao
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOperador.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-OPERADORES PIC X(2).
       01  DATA-HOJE PIC 9(8).
       01  PARAM-PROGRAMA PIC X(12).
       01  PARAM-NOME PIC X(12).
       01  PARAM-VALOR PIC X(20).
       01  RETORNO-PARAMETRO PIC 9(2).
      *----Politica de senha: padroes do setor, sobrepostos pelo
      *----arquivo central de parametros (programa SENHAS)
       01  DIAS-VALIDADE PIC 9(3) VALUE 90.
       01  MAX-FALHAS PIC 9(2) VALUE 5.
       01  TAM-MINIMO PIC 9(1) VALUE 6.
       01  HASH-DIGITADO PIC X(20).
       01  HASH-NOVO PIC X(20).
       01  SENHA-NOVA PIC X(8).
       01  SENHA-CONFIRMA PIC X(8).
       01  QTD-BRANCOS PIC 9(2).
       01  DIAS-SENHA PIC S9(7).
       01  TROCA-EXIGIDA PIC X.
       01  TROCA-FEITA PIC X.
       01  SENHA-REPETIDA PIC X.
       01  TENTATIVAS-TROCA PIC 9(1).
       01  IDX-HISTORICO PIC 9(1).
       01  FALHAS-ED PIC Z9.
       LINKAGE SECTION.
       01  LK-OPERADOR PIC X(10).
       01  LK-SENHA PIC X(8).
      *----Programa que abre a sessao, para o journal
       01  LK-PROGRAMA PIC X(20).
      *----00-sign-on aceito, 10-operador ou senha invalidos ou
      *----operador desativado, 20-operador bloqueado, 30-troca de
      *----senha obrigatoria nao concluida, 50-cadastro indisponivel
       01  LK-RETORNO PIC 9(2).
       PROCEDURE DIVISION USING LK-OPERADOR LK-SENHA LK-PROGRAMA
               LK-RETORNO.
           MOVE 10 TO LK-RETORNO
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0100-CARREGAR-PARAMETROS
           OPEN I-O OPERADORES
           IF FS-OPERADORES NOT = '00' AND FS-OPERADORES NOT = '05'
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL, '
                   'PROCURE A OPERACAO'
               MOVE 50 TO LK-RETORNO
               GOBACK
           END-IF
           OPEN EXTEND AUDIT-JOURNAL
           MOVE LK-PROGRAMA TO AUDIT-PROGRAMA
      *----Ate o sign-on ser aceito o journal registra o usuario do
      *----ambiente, e o id digitado vai no valor depois
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           MOVE LK-OPERADOR TO OPE-ID
           READ OPERADORES KEY IS OPE-ID
               INVALID KEY
                   MOVE 'OPERADOR NAO CADASTRADO' TO AUDIT-VALOR-ANTES
                   PERFORM 1900-RECUSAR-SIGNON
               NOT INVALID KEY
                   PERFORM 1000-CONFERIR-SENHA
           END-READ
           CLOSE OPERADORES
           CLOSE AUDIT-JOURNAL
           GOBACK.

       0100-CARREGAR-PARAMETROS.
           MOVE 'SENHAS' TO PARAM-PROGRAMA
           MOVE 'DIAS-VALIDOS' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE DIAS-VALIDADE = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           MOVE 'MAX-FALHAS' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE MAX-FALHAS = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
           MOVE 'TAM-MINIMO' TO PARAM-NOME
           CALL 'ParametroVigente' USING PARAM-PROGRAMA PARAM-NOME
               DATA-HOJE PARAM-VALOR RETORNO-PARAMETRO
           IF RETORNO-PARAMETRO = 00
               COMPUTE TAM-MINIMO = FUNCTION NUMVAL(PARAM-VALOR)
           END-IF
      *----Parametro fora da faixa volta ao padrao: zero falhas
      *----bloquearia todo mundo, e a senha tem 8 posicoes
           IF MAX-FALHAS = 0
               MOVE 5 TO MAX-FALHAS
           END-IF
           IF TAM-MINIMO = 0 OR TAM-MINIMO > 8
               MOVE 6 TO TAM-MINIMO
           END-IF
           IF DIAS-VALIDADE = 0
               MOVE 90 TO DIAS-VALIDADE
           END-IF.

       1000-CONFERIR-SENHA.
           EVALUATE TRUE
               WHEN OPE-BLOQUEADO
                   DISPLAY 'Operador bloqueado por tentativas '
                       'invalidas, procure a administracao'
                   MOVE 'OPERADOR BLOQUEADO' TO AUDIT-VALOR-ANTES
                   PERFORM 1900-RECUSAR-SIGNON
                   MOVE 20 TO LK-RETORNO
               WHEN NOT OPE-ATIVO
                   MOVE 'OPERADOR DESATIVADO' TO AUDIT-VALOR-ANTES
                   PERFORM 1900-RECUSAR-SIGNON
               WHEN OTHER
                   CALL 'SenhaHash' USING LK-OPERADOR LK-SENHA
                       HASH-DIGITADO
                   IF HASH-DIGITADO = OPE-SENHA-HASH
                       MOVE 0 TO OPE-FALHAS
                       PERFORM 2000-VERIFICAR-VALIDADE
                   ELSE
                       PERFORM 1100-REGISTRAR-FALHA
                   END-IF
                   REWRITE REG-OPERADOR
           END-EVALUATE.

      *----A falha fica no registro do operador: reiniciar o programa
      *----nao zera a contagem
       1100-REGISTRAR-FALHA.
           IF OPE-FALHAS < 99
               ADD 1 TO OPE-FALHAS
           END-IF
           MOVE 'SENHA INVALIDA' TO AUDIT-VALOR-ANTES
           PERFORM 1900-RECUSAR-SIGNON
           IF OPE-FALHAS NOT LESS MAX-FALHAS
               SET OPE-BLOQUEADO TO TRUE
               MOVE 20 TO LK-RETORNO
               DISPLAY 'Operador bloqueado por tentativas '
                   'invalidas, procure a administracao'
               MOVE OPE-FALHAS TO FALHAS-ED
               MOVE 'BLOQUEIO-OPERADOR' TO AUDIT-ACAO
               MOVE SPACES TO AUDIT-VALOR-ANTES
               STRING 'FALHAS SEGUIDAS ' DELIMITED BY SIZE
                   FALHAS-ED DELIMITED BY SIZE
                   INTO AUDIT-VALOR-ANTES
               MOVE LK-OPERADOR TO AUDIT-VALOR-DEPOIS
               PERFORM 9900-GRAVAR-AUDITORIA
           END-IF.

      *----Preencha AUDIT-VALOR-ANTES com o motivo antes do PERFORM
       1900-RECUSAR-SIGNON.
           MOVE 10 TO LK-RETORNO
           MOVE 'SIGNON-NEGADO' TO AUDIT-ACAO
           MOVE LK-OPERADOR TO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA.

      *----Senha provisoria, sem data ou vencida: so entra quem trocar
       2000-VERIFICAR-VALIDADE.
           MOVE 'N' TO TROCA-EXIGIDA
           IF OPE-TROCA-OBRIGATORIA OR OPE-DATA-SENHA NOT NUMERIC
                   OR OPE-DATA-SENHA = 0
               MOVE 'S' TO TROCA-EXIGIDA
           ELSE
               COMPUTE DIAS-SENHA =
                   FUNCTION INTEGER-OF-DATE(DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(OPE-DATA-SENHA)
               IF DIAS-SENHA NOT LESS DIAS-VALIDADE
                   MOVE 'S' TO TROCA-EXIGIDA
               END-IF
           END-IF
           IF TROCA-EXIGIDA = 'N'
               MOVE 00 TO LK-RETORNO
           ELSE
               DISPLAY 'Senha provisoria ou vencida: escolha uma nova'
               MOVE 0 TO TENTATIVAS-TROCA
               MOVE 'N' TO TROCA-FEITA
               PERFORM 2100-TROCAR-SENHA
                   UNTIL TROCA-FEITA = 'S' OR TENTATIVAS-TROCA > 2
               IF TROCA-FEITA = 'S'
                   MOVE 00 TO LK-RETORNO
               ELSE
                   DISPLAY 'Senha nao trocada, sessao nao aberta'
                   MOVE 30 TO LK-RETORNO
                   MOVE 'TROCA-SENHA-RECUSADA' TO AUDIT-ACAO
                   MOVE SPACES TO AUDIT-VALOR-ANTES
                   MOVE LK-OPERADOR TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
               END-IF
           END-IF.

       2100-TROCAR-SENHA.
           ADD 1 TO TENTATIVAS-TROCA
           DISPLAY 'Nova senha: '
           ACCEPT SENHA-NOVA
           DISPLAY 'Repita a nova senha: '
           ACCEPT SENHA-CONFIRMA
           MOVE 0 TO QTD-BRANCOS
           INSPECT SENHA-NOVA(1:TAM-MINIMO)
               TALLYING QTD-BRANCOS FOR ALL SPACES
           CALL 'SenhaHash' USING LK-OPERADOR SENHA-NOVA HASH-NOVO
           PERFORM 2200-PROCURAR-HISTORICO
           EVALUATE TRUE
               WHEN SENHA-NOVA NOT = SENHA-CONFIRMA
                   DISPLAY 'As duas digitacoes nao conferem'
               WHEN QTD-BRANCOS > 0
                   DISPLAY 'A senha precisa de ' TAM-MINIMO
                       ' posicoes sem brancos, no minimo'
               WHEN SENHA-REPETIDA = 'S'
                   DISPLAY 'A senha nao pode repetir nenhuma das '
                       'cinco ultimas'
               WHEN OTHER
                   PERFORM 2300-GRAVAR-SENHA-NOVA
                   MOVE 'S' TO TROCA-FEITA
           END-EVALUATE.

      *----A atual e as quatro anteriores
       2200-PROCURAR-HISTORICO.
           MOVE 'N' TO SENHA-REPETIDA
           IF HASH-NOVO = OPE-SENHA-HASH
               MOVE 'S' TO SENHA-REPETIDA
           END-IF
           PERFORM VARYING IDX-HISTORICO FROM 1 BY 1
                   UNTIL IDX-HISTORICO > 4
               IF HASH-NOVO = OPE-HASH-ANTERIOR(IDX-HISTORICO)
                   MOVE 'S' TO SENHA-REPETIDA
               END-IF
           END-PERFORM.

      *----A atual desce para o historico; a mais antiga sai
       2300-GRAVAR-SENHA-NOVA.
           MOVE OPE-HASH-ANTERIOR(3) TO OPE-HASH-ANTERIOR(4)
           MOVE OPE-HASH-ANTERIOR(2) TO OPE-HASH-ANTERIOR(3)
           MOVE OPE-HASH-ANTERIOR(1) TO OPE-HASH-ANTERIOR(2)
           MOVE OPE-SENHA-HASH TO OPE-HASH-ANTERIOR(1)
           MOVE HASH-NOVO TO OPE-SENHA-HASH
           MOVE DATA-HOJE TO OPE-DATA-SENHA
           MOVE 'N' TO OPE-TROCA-SENHA
           MOVE LK-OPERADOR TO AUDIT-OPERADOR
           MOVE 'TROCA-SENHA' TO AUDIT-ACAO
           MOVE SPACES TO AUDIT-VALOR-ANTES
           MOVE LK-OPERADOR TO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           DISPLAY 'Senha trocada'.

       COPY GravarAuditoria.
       END PROGRAM Autenticacao.
