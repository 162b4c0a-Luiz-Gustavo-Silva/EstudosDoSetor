      *          opcao do menu (calculadora/IMC/clientes) e desativar.
      *          Mudancas journaladas pelo copybook compartilhado; a
      *          senha nunca vai para o journal.
      *          O perfil tambem marca a coordenacao pedagogica, que
      *          decide as revisoes de nota no NotaRevisao.
      *          A senha so e gravada como hash (SenhaHash). Inclusao
      *          e redefinicao dao uma senha provisoria, que o
      *          operador e obrigado a trocar no primeiro sign-on
      *          (Autenticacao); o operador bloqueado por sign-on
      *          errado seguido so volta pelo desbloqueio daqui.
      *          Cada operador tem o gestor que recertifica as suas
      *          permissoes a cada trimestre (RecertificacaoEnvia).
      *          O ajuste de perfil journala tambem o gestor e as
      *          alcadas de parametro e desconto (AJUSTE-GESTOR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperadoresManutencao.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
       01  FIM-OPERADORES PIC X.
       01  ID-PESQUISA PIC X(10).
       01  OPCAO PIC 9 VALUE 0.
       01  SENHA-PROVISORIA PIC X(8).
       01  HASH-PROVISORIO PIC X(20).
      *----Gestor e alcadas antes do ajuste, para a segunda linha do
      *----journal (AJUSTE-GESTOR): id, gestor, propoe e aprova
      *----parametro, coordenacao e nivel de desconto
       01  ALCADAS-ANTES PIC X(40).
       PROCEDURE DIVISION.
           OPEN I-O OPERADORES
           OPEN EXTEND AUDIT-JOURNAL
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar operadores'
               DISPLAY '2 - Incluir operador'
               DISPLAY '3 - Redefinir senha (provisoria)'
               DISPLAY '4 - Ajustar perfil'
               DISPLAY '5 - Desativar operador'
               DISPLAY '6 - Desbloquear operador'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                       PERFORM 4000-AJUSTAR-PERFIL
                   WHEN 5
                       PERFORM 5000-DESATIVAR
                   WHEN 6
                       PERFORM 6000-DESBLOQUEAR
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       MOVE 'S' TO FIM-OPERADORES
                   NOT AT END
                       DISPLAY OPE-ID ' ' OPE-NOME ' PERFIL '
                           OPE-PERFIL ' ' OPE-STATUS ' GESTOR '
                           OPE-GESTOR
               END-READ
           END-PERFORM.

           MOVE ID-PESQUISA TO OPE-ID
           READ OPERADORES KEY IS OPE-ID
               INVALID KEY
                   MOVE SPACES TO REG-OPERADOR
                   MOVE ID-PESQUISA TO OPE-ID
                   MOVE 0 TO OPE-FALHAS
                   DISPLAY 'Nome: ' ACCEPT OPE-NOME
                   PERFORM 7000-SENHA-PROVISORIA
                   DISPLAY 'Usa calculadora (S/N)? '
                   ACCEPT OPE-USA-CALCULADORA
                   DISPLAY 'Usa IMC (S/N)? '
                   ACCEPT OPE-APROVA-PARAMETRO
                   DISPLAY 'Nivel de desconto (0-3)? '
                   ACCEPT OPE-NIVEL-DESCONTO
                   DISPLAY 'Coordenacao pedagogica (S/N)? '
                   ACCEPT OPE-COORDENACAO
                   DISPLAY 'Propoe mudanca de parametro (S/N)? '
                   ACCEPT OPE-PROPOE-PARAMETRO
                   DISPLAY 'Gestor que recertifica (id do operador): '
                   ACCEPT OPE-GESTOR
                   SET OPE-ATIVO TO TRUE
                   WRITE REG-OPERADOR
                   MOVE 'INCLUSAO-OPERADOR' TO AUDIT-ACAO
               INVALID KEY
                   DISPLAY 'Operador nao cadastrado'
               NOT INVALID KEY
                   PERFORM 7000-SENHA-PROVISORIA
                   REWRITE REG-OPERADOR
                   MOVE 'REDEFINICAO-SENHA' TO AUDIT-ACAO
                   MOVE SPACES TO AUDIT-VALOR-ANTES
                   MOVE OPE-ID TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   DISPLAY 'Senha provisoria gravada; troca obrigatoria'
                       ' no proximo sign-on'
           END-READ.

       4000-AJUSTAR-PERFIL.
                   DISPLAY 'Operador nao cadastrado'
               NOT INVALID KEY
                   MOVE OPE-PERFIL TO AUDIT-VALOR-ANTES
                   PERFORM 4100-MONTAR-ALCADAS
                   MOVE AUDIT-VALOR-DEPOIS TO ALCADAS-ANTES
                   DISPLAY 'Usa calculadora (S/N)? '
                   ACCEPT OPE-USA-CALCULADORA
                   DISPLAY 'Usa IMC (S/N)? '
                   ACCEPT OPE-APROVA-PARAMETRO
                   DISPLAY 'Nivel de desconto (0-3)? '
                   ACCEPT OPE-NIVEL-DESCONTO
                   DISPLAY 'Coordenacao pedagogica (S/N)? '
                   ACCEPT OPE-COORDENACAO
                   DISPLAY 'Propoe mudanca de parametro (S/N)? '
                   ACCEPT OPE-PROPOE-PARAMETRO
                   DISPLAY 'Gestor que recertifica (id do operador): '
                   ACCEPT OPE-GESTOR
                   REWRITE REG-OPERADOR
                   MOVE 'AJUSTE-PERFIL' TO AUDIT-ACAO
                   MOVE OPE-PERFIL TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
      *----Gestor e alcadas de parametro/desconto sao o que a
      *----recertificacao e o AcessoConflitos conferem
                   MOVE 'AJUSTE-GESTOR' TO AUDIT-ACAO
                   MOVE ALCADAS-ANTES TO AUDIT-VALOR-ANTES
                   PERFORM 4100-MONTAR-ALCADAS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   DISPLAY 'Perfil ajustado'
           END-READ.

       4100-MONTAR-ALCADAS.
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING OPE-ID DELIMITED BY SIZE
               ' G=' DELIMITED BY SIZE
               OPE-GESTOR DELIMITED BY SIZE
               ' P=' DELIMITED BY SIZE
               OPE-PROPOE-PARAMETRO DELIMITED BY SIZE
               ' A=' DELIMITED BY SIZE
               OPE-APROVA-PARAMETRO DELIMITED BY SIZE
               ' C=' DELIMITED BY SIZE
               OPE-COORDENACAO DELIMITED BY SIZE
               ' N=' DELIMITED BY SIZE
               OPE-NIVEL-DESCONTO DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS.

       5000-DESATIVAR.
           DISPLAY 'Identificacao do operador: '
           ACCEPT ID-PESQUISA
                   DISPLAY 'Operador desativado'
           END-READ.

      *----So o bloqueio por sign-on errado se desfaz aqui; operador
      *----desativado continua desativado
       6000-DESBLOQUEAR.
           DISPLAY 'Identificacao do operador: '
           ACCEPT ID-PESQUISA
           MOVE ID-PESQUISA TO OPE-ID
           READ OPERADORES KEY IS OPE-ID
               INVALID KEY
                   DISPLAY 'Operador nao cadastrado'
               NOT INVALID KEY
                   IF OPE-BLOQUEADO
                       MOVE OPE-STATUS TO AUDIT-VALOR-ANTES
                       SET OPE-ATIVO TO TRUE
                       MOVE 0 TO OPE-FALHAS
                       REWRITE REG-OPERADOR
                       MOVE 'DESBLOQUEIO-OPERADOR' TO AUDIT-ACAO
                       MOVE OPE-STATUS TO AUDIT-VALOR-DEPOIS
                       PERFORM 9900-GRAVAR-AUDITORIA
                       DISPLAY 'Operador desbloqueado'
                   ELSE
                       DISPLAY 'Operador nao esta bloqueado'
                   END-IF
           END-READ.

      *----Senha provisoria digitada pelo administrador: vira hash, a
      *----atual desce para o historico e a troca fica obrigatoria
       7000-SENHA-PROVISORIA.
           MOVE SPACES TO SENHA-PROVISORIA
           PERFORM UNTIL SENHA-PROVISORIA NOT = SPACES
               DISPLAY 'Senha provisoria: '
               ACCEPT SENHA-PROVISORIA
           END-PERFORM
           CALL 'SenhaHash' USING OPE-ID SENHA-PROVISORIA
               HASH-PROVISORIO
           MOVE OPE-HASH-ANTERIOR(3) TO OPE-HASH-ANTERIOR(4)
           MOVE OPE-HASH-ANTERIOR(2) TO OPE-HASH-ANTERIOR(3)
           MOVE OPE-HASH-ANTERIOR(1) TO OPE-HASH-ANTERIOR(2)
           MOVE OPE-SENHA-HASH TO OPE-HASH-ANTERIOR(1)
           MOVE HASH-PROVISORIO TO OPE-SENHA-HASH
           ACCEPT OPE-DATA-SENHA FROM DATE YYYYMMDD
           SET OPE-TROCA-OBRIGATORIA TO TRUE
           MOVE SPACES TO SENHA-PROVISORIA.

       COPY GravarAuditoria.
       END PROGRAM OperadoresManutencao.
