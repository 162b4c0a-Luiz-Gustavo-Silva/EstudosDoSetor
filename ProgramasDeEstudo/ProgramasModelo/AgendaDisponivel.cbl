      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Consulta compartilhada das excecoes ao expediente do
      *          profissional (arquivo PROEXCEC: ferias, licenca e
      *          bloqueios de dia inteiro ou de parte do dia),
      *          CALLavel como o ParametroVigente: diz se o slot
      *          (profissional + data + horario) esta livre para
      *          marcacao. Todo programa que marca na AGENDA
      *          (AgendaManutencao, RetornoAgenda, EsperaOferta,
      *          EsperaManutencao) pergunta aqui antes de gravar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgendaDisponivel.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXCECOES ASSIGN TO "PROEXCEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-CHAVE
               FILE STATUS IS FS-EXCECOES.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCECOES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegProExcecao.
       WORKING-STORAGE SECTION.
       01  FS-EXCECOES PIC X(2).
      *----Arquivo aberto na primeira chamada e mantido aberto o
      *----resto da execucao, como o PARAMETROS do ParametroVigente
       01  ARQUIVO-ABERTO PIC X VALUE 'N'.
       01  ARQUIVO-DISPONIVEL PIC X VALUE 'N'.
       01  FIM-EXCECOES PIC X.
       LINKAGE SECTION.
       01  LK-PROFISSIONAL PIC 9(3).
       01  LK-DATA PIC 9(8).
      *----Horario do slot em HHMM; zero pergunta pelo dia inteiro
      *----(qualquer bloqueio no dia conta)
       01  LK-HORA PIC 9(4).
      *----Motivo e descricao da excecao que bloqueou o slot
       01  LK-MOTIVO PIC X(1).
       01  LK-DESCRICAO PIC X(30).
      *----00-slot livre, 10-slot bloqueado por excecao, 20-arquivo
      *----de excecoes indisponivel (vale o expediente do cadastro)
       01  LK-RETORNO PIC 9(2).
       PROCEDURE DIVISION USING LK-PROFISSIONAL LK-DATA LK-HORA
               LK-MOTIVO LK-DESCRICAO LK-RETORNO.
           IF ARQUIVO-ABERTO = 'N'
               MOVE 'S' TO ARQUIVO-ABERTO
               OPEN INPUT EXCECOES
               IF FS-EXCECOES = '00' OR FS-EXCECOES = '05'
                   MOVE 'S' TO ARQUIVO-DISPONIVEL
               END-IF
           END-IF
           MOVE SPACES TO LK-MOTIVO
           MOVE SPACES TO LK-DESCRICAO
           IF ARQUIVO-DISPONIVEL = 'N'
               MOVE 20 TO LK-RETORNO
               GOBACK
           END-IF
           MOVE 00 TO LK-RETORNO
           MOVE 'N' TO FIM-EXCECOES
           MOVE LK-PROFISSIONAL TO EXC-PRO-ID
           MOVE 0 TO EXC-DATA-INICIO
           MOVE 0 TO EXC-HORA-INICIO
           START EXCECOES KEY NOT LESS THAN EXC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-EXCECOES
           END-START
      *----As excecoes do profissional vem em ordem de primeiro dia:
      *----para na primeira que comeca depois da data pedida
           PERFORM UNTIL FIM-EXCECOES = 'S'
               READ EXCECOES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-EXCECOES
                   NOT AT END
                       IF EXC-PRO-ID NOT = LK-PROFISSIONAL OR
                               EXC-DATA-INICIO > LK-DATA
                           MOVE 'S' TO FIM-EXCECOES
                       ELSE
                           PERFORM 1000-CONFERIR-EXCECAO
                       END-IF
               END-READ
           END-PERFORM
           GOBACK.

      *----Excecao ativa que cobre a data: sem janela bloqueia o dia
      *----todo; com janela, so o slot que cai dentro dela
       1000-CONFERIR-EXCECAO.
           IF EXC-ATIVA AND EXC-DATA-FIM NOT LESS LK-DATA
               IF (EXC-HORA-INICIO = 0 AND EXC-HORA-FIM = 0) OR
                       LK-HORA = 0 OR
                       (LK-HORA NOT LESS EXC-HORA-INICIO AND
                        LK-HORA LESS EXC-HORA-FIM)
                   MOVE 10 TO LK-RETORNO
                   MOVE EXC-MOTIVO TO LK-MOTIVO
                   MOVE EXC-DESCRICAO TO LK-DESCRICAO
                   MOVE 'S' TO FIM-EXCECOES
               END-IF
           END-IF.
       END PROGRAM AgendaDisponivel.
