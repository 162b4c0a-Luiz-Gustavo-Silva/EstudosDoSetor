      *----conversao de comprimento e o OperadorConverte.cbl.
       01  REG-OPERADOR.
           03 OPE-ID PIC X(10).
      *----Posicao da antiga senha em texto aberto: fica em branco
      *----desde a conversao; a senha so existe como OPE-SENHA-HASH
           03 FILLER PIC X(8).
           03 OPE-NOME PIC X(30).
      *----Autorizacao por opcao do menu: S libera, N nega
           03 OPE-PERFIL.
           03 OPE-STATUS PIC X(1).
               88 OPE-ATIVO VALUE 'A'.
               88 OPE-DESATIVADO VALUE 'D'.
      *----Bloqueado por sign-on errado seguido (Autenticacao); so o
      *----OperadoresManutencao desbloqueia
               88 OPE-BLOQUEADO VALUE 'B'.
      *----Consulta 360 do cliente (Cliente360), somente leitura
           03 OPE-USA-CONSULTA360 PIC X(1).
      *----Agendamento de visitas da portaria (VisitaAgendaManutencao)
      *----1 a 3 com teto crescente (percentuais no arquivo central
      *----de parametros); 3 tambem aprova os descontos pendentes
           03 OPE-NIVEL-DESCONTO PIC 9(1).
      *----Coordenacao pedagogica (NotaRevisao): decide os pedidos de
      *----revisao de nota e reabre a turma para o periodo seguinte
           03 OPE-COORDENACAO PIC X(1).
      *----Senha guardada so como hash de mao unica (SenhaHash) sobre
      *----o id e a senha: a mesma senha da hashes diferentes para
      *----operadores diferentes, e o texto nao se recupera
           03 OPE-SENHA-HASH PIC X(20).
      *----Data da ultima troca; vence em SENHAS/DIAS-VALIDOS dias
           03 OPE-DATA-SENHA PIC 9(8).
      *----S obriga a troca no proximo sign-on: primeiro acesso e
      *----senha provisoria dada pela manutencao
           03 OPE-TROCA-SENHA PIC X(1).
               88 OPE-TROCA-OBRIGATORIA VALUE 'S'.
      *----Sign-ons errados seguidos, zerados no sign-on aceito; ao
      *----chegar a SENHAS/MAX-FALHAS o status vira B
           03 OPE-FALHAS PIC 9(2).
      *----Hashes das quatro senhas anteriores a atual, a mais recente
      *----primeiro: com a atual, nenhuma das cinco ultimas volta
           03 OPE-SENHAS-ANTERIORES.
               05 OPE-HASH-ANTERIOR PIC X(20) OCCURS 4 TIMES.
      *----Pedido de mudanca de parametro central (ParametroManutencao);
      *----quem propoe nao deveria ser quem aprova (AcessoConflitos)
           03 OPE-PROPOE-PARAMETRO PIC X(1).
      *----Gestor que recertifica as permissoes do operador a cada
      *----trimestre (RecertificacaoEnvia); id de outro operador
           03 OPE-GESTOR PIC X(10).
