      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Manutencao dos planos de mensalidade MENSPLANO, um por
      *          turma do ALUNOS: valor cheio do mes, dia de vencimento,
      *          percentual de desconto de irmaos e o servico que vai
      *          na linha do FATMOV para a NFS-e. E deste plano que o
      *          MensalidadeGerador tira o valor de cada aluno ativo na
      *          rodada do mes. Mudancas journaladas pelo copybook
      *          compartilhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MensalidadePlanoManutencao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
      *----Valor e percentual com virgula, como nas telas do IMC.cbl
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLANOS ASSIGN TO "MENSPLANO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MPL-TURMA
               FILE STATUS IS FS-PLANOS.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegMensalidadePlano.
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-PLANOS PIC X(2).
       01  FIM-PLANOS PIC X.
       01  OPCAO PIC 9 VALUE 0.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  TURMA-PESQUISA PIC X(6).
       01  RESPOSTA PIC X(3).
       01  PERCENTUAL-ED PIC ZZ9,99.
       01  VALOR-ED PIC Z(6)9,99.
       01  PLANO-VALIDO PIC X.
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           OPEN I-O PLANOS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'MENSPLANOMANUT' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar planos de mensalidade'
               DISPLAY '2 - Incluir / alterar plano da turma'
               DISPLAY '3 - Excluir plano da turma'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-LISTAR-PLANOS
                   WHEN 2
                       PERFORM 2000-MANTER-PLANO
                   WHEN 3
                       PERFORM 3000-EXCLUIR-PLANO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE PLANOS
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-LISTAR-PLANOS.
           MOVE 'N' TO FIM-PLANOS
           MOVE LOW-VALUES TO MPL-TURMA
           START PLANOS KEY NOT LESS THAN MPL-TURMA
               INVALID KEY
                   MOVE 'S' TO FIM-PLANOS
           END-START
           PERFORM UNTIL FIM-PLANOS = 'S'
               READ PLANOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-PLANOS
                   NOT AT END
                       MOVE MPL-VALOR-MENSAL TO VALOR-ED
                       MOVE MPL-DESCONTO-IRMAO TO PERCENTUAL-ED
                       DISPLAY MPL-TURMA ' ' VALOR-ED ' VENCE DIA '
                           MPL-DIA-VENCIMENTO ' IRMAOS '
                           PERCENTUAL-ED '% ' MPL-SERVICO
               END-READ
           END-PERFORM.

       2000-MANTER-PLANO.
           DISPLAY 'Turma: '
           ACCEPT TURMA-PESQUISA
           INSPECT TURMA-PESQUISA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF TURMA-PESQUISA = SPACES
               DISPLAY 'Turma invalida'
           ELSE
               MOVE TURMA-PESQUISA TO MPL-TURMA
               READ PLANOS KEY IS MPL-TURMA
                   INVALID KEY
                       MOVE SPACES TO AUDIT-VALOR-ANTES
                       MOVE 'INCLUSAO-PLANO-MENS' TO AUDIT-ACAO
                       PERFORM 2100-DIGITAR-PLANO
                       IF PLANO-VALIDO = 'S'
                           WRITE REG-MENSALIDADE-PLANO
                           PERFORM 2300-AUDITAR-PLANO
                           DISPLAY 'Plano incluido'
                       END-IF
                   NOT INVALID KEY
                       PERFORM 2250-MONTAR-VALOR-PLANO
                       MOVE AUDIT-VALOR-DEPOIS TO AUDIT-VALOR-ANTES
                       MOVE 'ALTERACAO-PLANO-MENS' TO AUDIT-ACAO
                       PERFORM 2100-DIGITAR-PLANO
                       IF PLANO-VALIDO = 'S'
                           REWRITE REG-MENSALIDADE-PLANO
                           PERFORM 2300-AUDITAR-PLANO
                           DISPLAY 'Plano alterado'
                       END-IF
               END-READ
           END-IF.

      *----Vencimento ate o dia 28 para valer em todos os meses
       2100-DIGITAR-PLANO.
           MOVE 'N' TO PLANO-VALIDO
           DISPLAY 'Valor mensal: '
           ACCEPT MPL-VALOR-MENSAL
           DISPLAY 'Dia de vencimento (1 a 28): '
           ACCEPT MPL-DIA-VENCIMENTO
           DISPLAY 'Desconto de irmaos (percentual): '
           ACCEPT MPL-DESCONTO-IRMAO
           DISPLAY 'Servico da nota (ex. MENSALIDADE ESCOLAR): '
           ACCEPT MPL-SERVICO
           INSPECT MPL-SERVICO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE TRUE
               WHEN MPL-VALOR-MENSAL = 0
                   DISPLAY 'Valor mensal nao pode ser zero'
               WHEN MPL-DIA-VENCIMENTO = 0 OR
                       MPL-DIA-VENCIMENTO > 28
                   DISPLAY 'Dia de vencimento deve ser de 1 a 28'
               WHEN MPL-DESCONTO-IRMAO > 100
                   DISPLAY 'Desconto deve ser de 0 a 100'
               WHEN MPL-SERVICO = SPACES
                   DISPLAY 'Servico obrigatorio'
               WHEN OTHER
                   MOVE 'S' TO PLANO-VALIDO
           END-EVALUATE
           IF PLANO-VALIDO = 'S'
               MOVE TURMA-PESQUISA TO MPL-TURMA
               MOVE DATA-HOJE TO MPL-DATA-ALTERACAO
           END-IF.

       2250-MONTAR-VALOR-PLANO.
           MOVE MPL-VALOR-MENSAL TO VALOR-ED
           MOVE MPL-DESCONTO-IRMAO TO PERCENTUAL-ED
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING MPL-TURMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               MPL-DIA-VENCIMENTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PERCENTUAL-ED DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS.

       2300-AUDITAR-PLANO.
           PERFORM 2250-MONTAR-VALOR-PLANO
           PERFORM 9900-GRAVAR-AUDITORIA.

       3000-EXCLUIR-PLANO.
           DISPLAY 'Turma: '
           ACCEPT TURMA-PESQUISA
           INSPECT TURMA-PESQUISA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE TURMA-PESQUISA TO MPL-TURMA
           READ PLANOS KEY IS MPL-TURMA
               INVALID KEY
                   DISPLAY 'Turma sem plano'
               NOT INVALID KEY
                   DISPLAY 'Confirma a exclusao? SIM/NAO'
                   ACCEPT RESPOSTA
                   INSPECT RESPOSTA CONVERTING 'simnao' TO 'SIMNAO'
                   IF RESPOSTA = 'SIM'
                       PERFORM 2250-MONTAR-VALOR-PLANO
                       MOVE AUDIT-VALOR-DEPOIS TO AUDIT-VALOR-ANTES
                       MOVE SPACES TO AUDIT-VALOR-DEPOIS
                       DELETE PLANOS RECORD
                       MOVE 'EXCLUSAO-PLANO-MENS' TO AUDIT-ACAO
                       PERFORM 9900-GRAVAR-AUDITORIA
                       DISPLAY 'Plano excluido, a turma deixa de '
                           'ser cobrada'
                   END-IF
           END-READ.

       COPY GravarAuditoria.
       END PROGRAM MensalidadePlanoManutencao.
