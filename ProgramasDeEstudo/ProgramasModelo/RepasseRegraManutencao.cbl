      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Manutencao das regras de repasse REPREGRA: para cada
      *          profissional do PROFISSIONAIS e tipo de visita, a
      *          parte do profissional nas visitas particulares e,
      *          quando for diferente, nas visitas de convenio - um
      *          percentual do valor recebido ou um valor fixo por
      *          visita. Visita de convenio sem regra propria segue a
      *          regra particular no RepasseApura. Mudancas journaladas
      *          pelo copybook compartilhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RepasseRegraManutencao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
      *----Percentual e valor com virgula, como nas telas do IMC.cbl
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGRAS ASSIGN TO "REPREGRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGR-CHAVE
               FILE STATUS IS FS-REGRAS.
           SELECT OPTIONAL PROFISSIONAIS ASSIGN TO "PROFISSIONAIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-ID
               FILE STATUS IS FS-PROFISSIONAIS.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  REGRAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegRepasseRegra.
       FD  PROFISSIONAIS.
      *----Mesmo layout de ProfissionalManutencao.cbl
       01  REG-PROFISSIONAL.
           03 PRO-ID PIC 9(3).
           03 PRO-NOME PIC X(30).
           03 PRO-HORA-INICIO PIC 9(4).
           03 PRO-HORA-FIM PIC 9(4).
           03 PRO-MINUTOS-SLOT PIC 9(2).
           03 PRO-STATUS PIC X(1).
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-REGRAS PIC X(2).
       01  FS-PROFISSIONAIS PIC X(2).
       01  FIM-REGRAS PIC X.
       01  OPCAO PIC 9 VALUE 0.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  CHAVE-PESQUISA.
           03 CP-PROFISSIONAL PIC 9(3).
           03 CP-TIPO-VISITA PIC X(8).
           03 CP-ORIGEM PIC X(1).
       01  RESPOSTA PIC X(3).
       01  PERCENTUAL-ED PIC ZZ9,99.
       01  VALOR-ED PIC Z(6)9,99.
       01  REGRA-VALIDA PIC X.
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           OPEN I-O REGRAS
           OPEN INPUT PROFISSIONAIS
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'REPASSEREGRA' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar regras de repasse'
               DISPLAY '2 - Incluir / alterar regra'
               DISPLAY '3 - Excluir regra'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-LISTAR-REGRAS
                   WHEN 2
                       PERFORM 2000-MANTER-REGRA
                   WHEN 3
                       PERFORM 3000-EXCLUIR-REGRA
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE REGRAS
           CLOSE PROFISSIONAIS
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-LISTAR-REGRAS.
           MOVE 'N' TO FIM-REGRAS
           MOVE LOW-VALUES TO RGR-CHAVE
           START REGRAS KEY NOT LESS THAN RGR-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-REGRAS
           END-START
           PERFORM UNTIL FIM-REGRAS = 'S'
               READ REGRAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-REGRAS
                   NOT AT END
                       MOVE RGR-PERCENTUAL TO PERCENTUAL-ED
                       MOVE RGR-VALOR TO VALOR-ED
                       IF RGR-POR-PERCENTUAL
                           DISPLAY RGR-PROFISSIONAL ' '
                               RGR-TIPO-VISITA ' ' RGR-ORIGEM
                               ' PERCENTUAL ' PERCENTUAL-ED '%'
                       ELSE
                           DISPLAY RGR-PROFISSIONAL ' '
                               RGR-TIPO-VISITA ' ' RGR-ORIGEM
                               ' FIXO ' VALOR-ED
                       END-IF
               END-READ
           END-PERFORM.

      *----Chave: profissional, tipo de visita e origem (P
      *----particular, C convenio)
       2000-MANTER-REGRA.
           PERFORM 2100-DIGITAR-CHAVE
           IF REGRA-VALIDA = 'S'
               MOVE CHAVE-PESQUISA TO RGR-CHAVE
               READ REGRAS KEY IS RGR-CHAVE
                   INVALID KEY
                       MOVE SPACES TO AUDIT-VALOR-ANTES
                       MOVE 'INCLUSAO-REGRA-REP' TO AUDIT-ACAO
                       PERFORM 2200-DIGITAR-REGRA
                       IF REGRA-VALIDA = 'S'
                           WRITE REG-REPASSE-REGRA
                           PERFORM 2300-AUDITAR-REGRA
                           DISPLAY 'Regra incluida'
                       END-IF
                   NOT INVALID KEY
                       PERFORM 2250-MONTAR-VALOR-REGRA
                       MOVE AUDIT-VALOR-DEPOIS TO AUDIT-VALOR-ANTES
                       MOVE 'ALTERACAO-REGRA-REP' TO AUDIT-ACAO
                       PERFORM 2200-DIGITAR-REGRA
                       IF REGRA-VALIDA = 'S'
                           REWRITE REG-REPASSE-REGRA
                           PERFORM 2300-AUDITAR-REGRA
                           DISPLAY 'Regra alterada'
                       END-IF
               END-READ
           END-IF.

       2100-DIGITAR-CHAVE.
           MOVE 'N' TO REGRA-VALIDA
           DISPLAY 'Profissional: '
           ACCEPT CP-PROFISSIONAL
           MOVE CP-PROFISSIONAL TO PRO-ID
           READ PROFISSIONAIS KEY IS PRO-ID
               INVALID KEY
                   DISPLAY 'Profissional nao cadastrado'
               NOT INVALID KEY
                   DISPLAY PRO-NOME
                   DISPLAY 'Tipo de visita (ex. CONSULTA): '
                   ACCEPT CP-TIPO-VISITA
                   INSPECT CP-TIPO-VISITA CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   DISPLAY 'Origem (P particular, C convenio): '
                   ACCEPT CP-ORIGEM
                   INSPECT CP-ORIGEM CONVERTING 'pc' TO 'PC'
                   IF CP-TIPO-VISITA = SPACES OR
                           (CP-ORIGEM NOT = 'P' AND
                           CP-ORIGEM NOT = 'C')
                       DISPLAY 'Tipo de visita ou origem invalida'
                   ELSE
                       MOVE 'S' TO REGRA-VALIDA
                   END-IF
           END-READ.

       2200-DIGITAR-REGRA.
           MOVE 'N' TO REGRA-VALIDA
           DISPLAY 'Forma (P percentual, F valor fixo): '
           ACCEPT RGR-FORMA
           INSPECT RGR-FORMA CONVERTING 'pf' TO 'PF'
           EVALUATE TRUE
               WHEN RGR-POR-PERCENTUAL
                   DISPLAY 'Percentual do profissional: '
                   ACCEPT RGR-PERCENTUAL
                   MOVE 0 TO RGR-VALOR
                   IF RGR-PERCENTUAL = 0 OR RGR-PERCENTUAL > 100
                       DISPLAY 'Percentual deve ser de 0,01 a 100'
                   ELSE
                       MOVE 'S' TO REGRA-VALIDA
                   END-IF
               WHEN RGR-VALOR-FIXO
                   DISPLAY 'Valor fixo por visita: '
                   ACCEPT RGR-VALOR
                   MOVE 0 TO RGR-PERCENTUAL
                   IF RGR-VALOR = 0
                       DISPLAY 'Valor fixo nao pode ser zero'
                   ELSE
                       MOVE 'S' TO REGRA-VALIDA
                   END-IF
               WHEN OTHER
                   DISPLAY 'Forma invalida'
           END-EVALUATE
           IF REGRA-VALIDA = 'S'
               MOVE CHAVE-PESQUISA TO RGR-CHAVE
               MOVE DATA-HOJE TO RGR-DATA-ALTERACAO
           END-IF.

       2250-MONTAR-VALOR-REGRA.
           MOVE RGR-PERCENTUAL TO PERCENTUAL-ED
           MOVE RGR-VALOR TO VALOR-ED
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING RGR-PROFISSIONAL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RGR-TIPO-VISITA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RGR-ORIGEM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RGR-FORMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PERCENTUAL-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS.

       2300-AUDITAR-REGRA.
           PERFORM 2250-MONTAR-VALOR-REGRA
           PERFORM 9900-GRAVAR-AUDITORIA.

       3000-EXCLUIR-REGRA.
           PERFORM 2100-DIGITAR-CHAVE
           IF REGRA-VALIDA = 'S'
               MOVE CHAVE-PESQUISA TO RGR-CHAVE
               READ REGRAS KEY IS RGR-CHAVE
                   INVALID KEY
                       DISPLAY 'Regra nao cadastrada'
                   NOT INVALID KEY
                       DISPLAY 'Confirma a exclusao? SIM/NAO'
                       ACCEPT RESPOSTA
                       INSPECT RESPOSTA CONVERTING 'simnao'
                           TO 'SIMNAO'
                       IF RESPOSTA = 'SIM'
                           PERFORM 2250-MONTAR-VALOR-REGRA
                           MOVE AUDIT-VALOR-DEPOIS
                               TO AUDIT-VALOR-ANTES
                           MOVE SPACES TO AUDIT-VALOR-DEPOIS
                           DELETE REGRAS RECORD
                           MOVE 'EXCLUSAO-REGRA-REP' TO AUDIT-ACAO
                           PERFORM 9900-GRAVAR-AUDITORIA
                           DISPLAY 'Regra excluida'
                       END-IF
               END-READ
           END-IF.

       COPY GravarAuditoria.
       END PROGRAM RepasseRegraManutencao.
