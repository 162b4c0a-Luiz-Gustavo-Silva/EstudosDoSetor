      *          para o journal de auditoria e o operador validado e
      *          passado aos programas chamados, que deixam de
      *          depender da variavel USER do ambiente.
      *          A fila de cobranca do dia (FilaAtendimento) abre com o
      *          mesmo perfil da consulta 360, e a exclusao de
      *          paciente (PacienteExclusao) com o perfil do IMC.
      *          A senha e conferida pela rotina compartilhada
      *          Autenticacao (hash, troca obrigatoria e bloqueio
      *          persistente do operador); as tres tentativas da
      *          sessao continuam valendo por cima dela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MenuPrincipal.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Cadastro de operadores mantido pelo OperadoresManutencao
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
       01  OPCAO-MENU PIC 9 VALUE 0.
       01  OPERADOR-VALIDADO PIC X(10).
       01  SENHA-DIGITADA PIC X(8).
       01  RETORNO-AUTENTICACAO PIC 9(2).
       01  SIGNON-OK PIC X VALUE 'N'.
       01  TENTATIVAS PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
               DISPLAY '|  3 - Cadastro de clientes              |'
               DISPLAY '|  4 - Consulta 360 do cliente           |'
               DISPLAY '|  5 - Agendar visita na portaria        |'
               DISPLAY '|  6 - Fila de cobranca do dia           |'
               DISPLAY '|  7 - Excluir paciente                  |'
               DISPLAY '|  9 - Sair                              |'
               DISPLAY '+--------------------------------------+'
               ACCEPT OPCAO-MENU
                       ELSE
                           PERFORM 0200-NEGAR-OPCAO
                       END-IF
      *----A fila de telefone e da mesma equipe da consulta 360
                   WHEN 6
                       IF OPE-USA-CONSULTA360 = 'S'
                           CALL 'FilaAtendimento'
                               USING OPERADOR-VALIDADO
                       ELSE
                           PERFORM 0200-NEGAR-OPCAO
                       END-IF
      *----A exclusao de paciente e manutencao do cadastro do IMC
                   WHEN 7
                       IF OPE-USA-IMC = 'S'
                           CALL 'PacienteExclusao'
                               USING OPERADOR-VALIDADO
                       ELSE
                           PERFORM 0200-NEGAR-OPCAO
                       END-IF
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
           CLOSE AUDIT-JOURNAL
           STOP RUN.

      *----Uma tentativa de sign-on: id + senha conferidos pela
      *----Autenticacao, que journala cada recusa e cada bloqueio;
      *----aceito o sign-on, o perfil sai do registro do operador
       0100-SIGN-ON.
           ADD 1 TO TENTATIVAS
           DISPLAY 'Operador: '
           ACCEPT OPERADOR-VALIDADO
           DISPLAY 'Senha: '
           ACCEPT SENHA-DIGITADA
           CALL 'Autenticacao' USING OPERADOR-VALIDADO SENHA-DIGITADA
               AUDIT-PROGRAMA RETORNO-AUTENTICACAO
           IF RETORNO-AUTENTICACAO = 00
               MOVE OPERADOR-VALIDADO TO OPE-ID
               READ OPERADORES KEY IS OPE-ID
                   INVALID KEY
                       PERFORM 0150-RECUSAR-SIGNON
                   NOT INVALID KEY
                       MOVE 'S' TO SIGNON-OK
                       DISPLAY 'Bem-vindo, ' OPE-NOME
               END-READ
           ELSE
               PERFORM 0150-RECUSAR-SIGNON
           END-IF.

       0150-RECUSAR-SIGNON.
           DISPLAY 'Operador ou senha invalidos'.

       0200-NEGAR-OPCAO.
           DISPLAY 'Opcao nao autorizada para o seu perfil'
