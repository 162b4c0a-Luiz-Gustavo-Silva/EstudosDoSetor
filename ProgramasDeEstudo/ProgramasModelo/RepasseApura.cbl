      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Apuracao mensal do repasse aos profissionais, rodada
      *          no inicio do mes sobre a competencia anterior a data
      *          de negocio. Entra so a visita faturada (VISFATREG)
      *          ate o fim da competencia e ja recebida: a particular
      *          com a conta do ACCOUNTS quitada e sem baixa de perda
      *          no MOVCONTA, pelo valor da visita menos o desconto
      *          negociado; a de convenio com a guia paga no GUIAS,
      *          pelo valor pago. Guia com glosa em aberto espera a
      *          decisao do GlosaTrata. O profissional sai da AGENDA
      *          do dia da visita e a parte dele da regra do REPREGRA
      *          (percentual do valor recebido ou valor fixo); visita
      *          de convenio sem regra propria segue a regra
      *          particular. Cada visita repassada fica marcada no
      *          REPASSEREG e nunca repassa duas vezes; a visita sem
      *          profissional ou sem regra sai no REPASSEEXC sem
      *          marcar, para entrar quando a regra for cadastrada.
      *          Por profissional: extrato REPASSEEXT com as visitas,
      *          uma linha de pagamento no REPPAGTO para o financeiro
      *          e o total no REPMOV, que o ContabilExporta lanca como
      *          despesa de repasse.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RepasseApura.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
      *----Valores com virgula no extrato, como nas telas do IMC.cbl
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FATURADAS ASSIGN TO "VISFATREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VFR-CHAVE
               FILE STATUS IS FS-FATURADAS.
           SELECT OPTIONAL ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-ACCOUNTS.
           COPY MovContaSelect.
           SELECT OPTIONAL GUIAS ASSIGN TO "GUIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUI-CHAVE
               ALTERNATE RECORD KEY IS GUI-NUMERO
               FILE STATUS IS FS-GUIAS.
           SELECT OPTIONAL AGENDA ASSIGN TO "AGENDA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS FS-AGENDA.
           SELECT OPTIONAL PROFISSIONAIS ASSIGN TO "PROFISSIONAIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-ID
               FILE STATUS IS FS-PROFISSIONAIS.
           SELECT OPTIONAL REGRAS ASSIGN TO "REPREGRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGR-CHAVE
               FILE STATUS IS FS-REGRAS.
      *----Visitas ja repassadas, chaveadas como o IMCHIST
           SELECT OPTIONAL REPASSADAS ASSIGN TO "REPASSEREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPR-CHAVE
               FILE STATUS IS FS-REPASSADAS.
           SELECT ARQ-SORT ASSIGN TO "SORTWK01".
           SELECT EXTRATO ASSIGN TO "REPASSEEXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAGAMENTOS-REPASSE ASSIGN TO "REPPAGTO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOVIMENTO-REPASSE ASSIGN TO "REPMOV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCECOES ASSIGN TO "REPASSEEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  FATURADAS.
      *----Mesmo layout de VisitaFatura.cbl; conta zerada e visita
      *----faturada em guia de convenio
       01  REG-FATURADA.
           03 VFR-CHAVE.
               05 VFR-PAC-ID PIC 9(6).
               05 VFR-DATA PIC 9(8).
               05 VFR-HORA PIC 9(6).
           03 VFR-CTA-ID PIC 9(6).
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
       COPY MovContaFD.
       FD  GUIAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegGuia.
       FD  AGENDA.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAgenda.
       FD  PROFISSIONAIS.
      *----Mesmo layout de ProfissionalManutencao.cbl
       01  REG-PROFISSIONAL.
           03 PRO-ID PIC 9(3).
           03 PRO-NOME PIC X(30).
           03 PRO-HORA-INICIO PIC 9(4).
           03 PRO-HORA-FIM PIC 9(4).
           03 PRO-MINUTOS-SLOT PIC 9(2).
           03 PRO-STATUS PIC X(1).
       FD  REGRAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegRepasseRegra.
       FD  REPASSADAS.
       01  REG-REPASSADA.
           03 RPR-CHAVE.
               05 RPR-PAC-ID PIC 9(6).
               05 RPR-DATA PIC 9(8).
               05 RPR-HORA PIC 9(6).
           03 RPR-PROFISSIONAL PIC 9(3).
      *----Competencia AAAAMM em que a visita foi repassada
           03 RPR-COMPETENCIA PIC 9(6).
           03 RPR-ORIGEM PIC X(1).
           03 RPR-TIPO-VISITA PIC X(8).
           03 RPR-VALOR-BASE PIC 9(7)V9(2).
           03 RPR-VALOR-REPASSE PIC 9(7)V9(2).
           03 RPR-DATA-APURACAO PIC 9(8).
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SRT-PROFISSIONAL PIC 9(3).
           03 SRT-DATA PIC 9(8).
           03 SRT-HORA PIC 9(6).
           03 SRT-PAC-ID PIC 9(6).
           03 SRT-ORIGEM PIC X(1).
           03 SRT-TIPO-VISITA PIC X(8).
           03 SRT-VALOR-BASE PIC 9(7)V9(2).
           03 SRT-VALOR-REPASSE PIC 9(7)V9(2).
       FD  EXTRATO.
       01  REG-EXTRATO PIC X(100).
       FD  PAGAMENTOS-REPASSE.
      *----Uma linha por profissional para o contas a pagar
       01  REG-PAGAMENTO-REPASSE.
           03 PGR-PROFISSIONAL PIC 9(3).
           03 PGR-NOME PIC X(30).
           03 PGR-COMPETENCIA PIC 9(6).
           03 PGR-QTD-VISITAS PIC 9(5).
           03 PGR-VALOR PIC 9(7)V9(2).
           03 PGR-DATA PIC 9(8).
       FD  MOVIMENTO-REPASSE.
      *----Despesa de repasse do dia para o ContabilExporta.cbl
       01  REG-MOVIMENTO-REPASSE.
           03 RMV-DATA PIC 9(8).
           03 RMV-PROFISSIONAL PIC 9(3).
           03 RMV-VALOR PIC 9(7)V9(2).
       FD  EXCECOES.
       01  REG-EXCECAO.
           03 EXC-PAC-ID PIC 9(6).
           03 FILLER PIC X(2).
           03 EXC-DATA PIC 9(8).
           03 FILLER PIC X(2).
           03 EXC-PROFISSIONAL PIC 9(3).
           03 FILLER PIC X(2).
           03 EXC-MOTIVO PIC X(30).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-FATURADAS PIC X(2).
       01  FS-ACCOUNTS PIC X(2).
       01  FS-MOVCONTA PIC X(2).
       01  FS-GUIAS PIC X(2).
       01  FS-AGENDA PIC X(2).
       01  FS-PROFISSIONAIS PIC X(2).
       01  FS-REGRAS PIC X(2).
       01  FS-REPASSADAS PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  FIM-LEITURA PIC X.
       01  FIM-SORT PIC X VALUE 'N'.
       01  DATA-HOJE PIC 9(8).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           03 DH-ANO PIC 9(4).
           03 DH-MES PIC 9(2).
           03 DH-DIA PIC 9(2).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  DIA-INTEIRO PIC 9(7).
      *----Competencia: o mes anterior ao da data de negocio
       01  FIM-COMPETENCIA PIC 9(8).
       01  COMPETENCIA PIC 9(6).
      *----S: visita recebida, com o valor base do repasse
       01  VISITA-PAGA PIC X.
       01  VALOR-BASE PIC 9(7)V9(2).
       01  VALOR-VISITA PIC 9(7)V9(2).
       01  VALOR-DESCONTO PIC 9(7)V9(2).
       01  CONTA-BAIXADA PIC X.
       01  ORIGEM-VISITA PIC X(1).
       01  TIPO-VISITA PIC X(8).
       01  PROFISSIONAL-VISITA PIC 9(3).
       01  REGRA-ACHADA PIC X.
       01  VALOR-REPASSE PIC 9(7)V9(2).
       01  MOTIVO-EXCECAO PIC X(30).
      *----Profissional do extrato em montagem na quebra do SORT
       01  PROFISSIONAL-EXTRATO PIC 9(3) VALUE 0.
       01  EXTRATO-ABERTO PIC X VALUE 'N'.
       01  QTD-VISITAS-PRO PIC 9(5).
       01  TOTAL-PRO PIC 9(7)V9(2).
       01  QTD-LIDAS PIC 9(6) VALUE 0.
       01  QTD-REPASSADAS PIC 9(6) VALUE 0.
       01  QTD-NAO-PAGAS PIC 9(6) VALUE 0.
       01  QTD-EXCECOES PIC 9(6) VALUE 0.
       01  QTD-PROFISSIONAIS PIC 9(4) VALUE 0.
       01  TOTAL-REPASSE PIC 9(9)V9(2) VALUE 0.
       01  VALOR-ED PIC Z(8)9,99.
       01  LINHA-VISITA.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LV-DATA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LV-PAC-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LV-ORIGEM PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LV-TIPO PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LV-BASE PIC Z(6)9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LV-REPASSE PIC Z(6)9,99.
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           COMPUTE DIA-INTEIRO = FUNCTION INTEGER-OF-DATE(
               DH-ANO * 10000 + DH-MES * 100 + 1) - 1
           COMPUTE FIM-COMPETENCIA =
               FUNCTION DATE-OF-INTEGER(DIA-INTEIRO)
           MOVE FIM-COMPETENCIA(1:6) TO COMPETENCIA
           OPEN EXTEND RUN-CONTROLE
           MOVE 'REPASSEAPURA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN INPUT FATURADAS
           OPEN INPUT ACCOUNTS
           OPEN INPUT MOV-CONTA
           OPEN INPUT GUIAS
           OPEN INPUT AGENDA
           OPEN INPUT PROFISSIONAIS
           OPEN INPUT REGRAS
           OPEN I-O REPASSADAS
           OPEN OUTPUT EXTRATO
           OPEN OUTPUT PAGAMENTOS-REPASSE
           OPEN EXTEND MOVIMENTO-REPASSE
           OPEN OUTPUT EXCECOES
           MOVE SPACES TO LINHA-RESUMO
           STRING 'EXTRATO DE REPASSE - COMPETENCIA ' DELIMITED BY SIZE
               COMPETENCIA DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-EXTRATO
           WRITE REG-EXTRATO
           MOVE SPACES TO REG-EXTRATO
           WRITE REG-EXTRATO
           SORT ARQ-SORT
               ON ASCENDING KEY SRT-PROFISSIONAL SRT-DATA SRT-HORA
               INPUT PROCEDURE IS 2000-SELECIONAR-VISITAS
               OUTPUT PROCEDURE IS 3000-MONTAR-EXTRATOS
           MOVE TOTAL-REPASSE TO VALOR-ED
           MOVE SPACES TO LINHA-RESUMO
           STRING 'PROFISSIONAIS: ' DELIMITED BY SIZE
               QTD-PROFISSIONAIS DELIMITED BY SIZE
               '  VISITAS: ' DELIMITED BY SIZE
               QTD-REPASSADAS DELIMITED BY SIZE
               '  TOTAL DO REPASSE: ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-EXTRATO
           WRITE REG-EXTRATO
           CLOSE FATURADAS
           CLOSE ACCOUNTS
           CLOSE MOV-CONTA
           CLOSE GUIAS
           CLOSE AGENDA
           CLOSE PROFISSIONAIS
           CLOSE REGRAS
           CLOSE REPASSADAS
           CLOSE EXTRATO
           CLOSE PAGAMENTOS-REPASSE
           CLOSE MOVIMENTO-REPASSE
           CLOSE EXCECOES
           DISPLAY 'Competencia:           ' COMPETENCIA
           DISPLAY 'Visitas repassadas:    ' QTD-REPASSADAS
           DISPLAY 'Visitas nao recebidas: ' QTD-NAO-PAGAS
           DISPLAY 'Visitas em excecao:    ' QTD-EXCECOES
           DISPLAY 'Total do repasse:      ' VALOR-ED
           MOVE QTD-LIDAS TO RUN-LIDOS
           MOVE QTD-REPASSADAS TO RUN-GRAVADOS
           MOVE QTD-EXCECOES TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

      *----Visita faturada ate o fim da competencia e ainda nao
      *----repassada; a que nao estava recebida no mes anterior entra
      *----quando for
       2000-SELECIONAR-VISITAS.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE LOW-VALUES TO VFR-CHAVE
           START FATURADAS KEY NOT LESS THAN VFR-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ FATURADAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF VFR-DATA NOT GREATER FIM-COMPETENCIA
                           MOVE VFR-CHAVE TO RPR-CHAVE
                           READ REPASSADAS KEY IS RPR-CHAVE
                               INVALID KEY
                                   ADD 1 TO QTD-LIDAS
                                   PERFORM 2100-APURAR-VISITA
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

       2100-APURAR-VISITA.
           IF VFR-CTA-ID = 0
               PERFORM 2300-CONFERIR-GUIA
           ELSE
               PERFORM 2200-CONFERIR-CONTA
           END-IF
           IF VISITA-PAGA = 'N'
               ADD 1 TO QTD-NAO-PAGAS
           ELSE
               PERFORM 2400-ACHAR-PROFISSIONAL
               IF PROFISSIONAL-VISITA = 0
                   MOVE 'VISITA SEM PROFISSIONAL' TO MOTIVO-EXCECAO
                   PERFORM 8000-REJEITAR
               ELSE
                   PERFORM 2500-ACHAR-REGRA
                   IF REGRA-ACHADA = 'N'
                       MOVE 'SEM REGRA DE REPASSE' TO MOTIVO-EXCECAO
                       PERFORM 8000-REJEITAR
                   ELSE
                       PERFORM 2600-GRAVAR-REPASSE
                   END-IF
               END-IF
           END-IF.

      *----Particular: conta quitada e nao baixada como perda; a base
      *----e a fatura da visita menos o desconto negociado, sem os
      *----encargos de atraso
       2200-CONFERIR-CONTA.
           MOVE 'N' TO VISITA-PAGA
           MOVE 'P' TO ORIGEM-VISITA
           MOVE 'CONSULTA' TO TIPO-VISITA
           MOVE VFR-CTA-ID TO CTA-ID
           READ ACCOUNTS KEY IS CTA-ID
               INVALID KEY
                   MOVE 0 TO CTA-DEBITO
                   MOVE 0 TO CTA-CREDITO
           END-READ
           IF CTA-DEBITO GREATER 0 AND
                   CTA-CREDITO NOT LESS CTA-DEBITO
               PERFORM 2250-SOMAR-MOVIMENTOS
               IF CONTA-BAIXADA = 'N'
                   MOVE 'S' TO VISITA-PAGA
                   IF VALOR-VISITA = 0
                       MOVE CTA-DEBITO TO VALOR-VISITA
                   END-IF
                   IF VALOR-DESCONTO NOT LESS VALOR-VISITA
                       MOVE 0 TO VALOR-BASE
                   ELSE
                       COMPUTE VALOR-BASE =
                           VALOR-VISITA - VALOR-DESCONTO
                   END-IF
               END-IF
           END-IF.

       2250-SOMAR-MOVIMENTOS.
           MOVE 0 TO VALOR-VISITA
           MOVE 0 TO VALOR-DESCONTO
           MOVE 'N' TO CONTA-BAIXADA
           MOVE 'N' TO FIM-LEITURA
           MOVE VFR-CTA-ID TO MVC-CTA-ID
           MOVE 0 TO MVC-DATA
           MOVE 0 TO MVC-SEQ
           START MOV-CONTA KEY NOT LESS THAN MVC-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA = 'S'
               READ MOV-CONTA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LEITURA
                   NOT AT END
                       IF MVC-CTA-ID NOT = VFR-CTA-ID
                           MOVE 'S' TO FIM-LEITURA
                       ELSE
                           EVALUATE TRUE
                               WHEN MVC-FATURA-VISITA
                                   ADD MVC-VALOR TO VALOR-VISITA
                               WHEN MVC-DESCONTO
                                   ADD MVC-VALOR TO VALOR-DESCONTO
                               WHEN MVC-BAIXA-PERDA
                                   MOVE 'S' TO CONTA-BAIXADA
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

      *----Convenio: so a guia paga; a glosada espera o GlosaTrata
       2300-CONFERIR-GUIA.
           MOVE 'N' TO VISITA-PAGA
           MOVE 'C' TO ORIGEM-VISITA
           MOVE VFR-CHAVE TO GUI-CHAVE
           READ GUIAS KEY IS GUI-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GUI-PAGA
                       MOVE 'S' TO VISITA-PAGA
                       MOVE GUI-SERVICO TO TIPO-VISITA
                       MOVE GUI-VALOR-PAGO TO VALOR-BASE
                   END-IF
           END-READ.

      *----Profissional da consulta marcada para o paciente no dia
       2400-ACHAR-PROFISSIONAL.
           MOVE 0 TO PROFISSIONAL-VISITA
           MOVE 'N' TO FIM-LEITURA
           MOVE VFR-DATA TO AGD-DATA
           MOVE 0 TO AGD-HORA
           MOVE 0 TO AGD-PROFISSIONAL
           START AGENDA KEY NOT LESS THAN AGD-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA = 'S'
               READ AGENDA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-LEITURA
                   NOT AT END
                       IF AGD-DATA NOT = VFR-DATA
                           MOVE 'S' TO FIM-LEITURA
                       ELSE
                           IF AGD-PAC-ID = VFR-PAC-ID AND
                                   NOT AGD-CANCELADA
                               MOVE AGD-PROFISSIONAL
                                   TO PROFISSIONAL-VISITA
                               MOVE 'S' TO FIM-LEITURA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----Regra do profissional para o tipo e a origem da visita;
      *----convenio sem regra propria usa a regra particular
       2500-ACHAR-REGRA.
           MOVE 'S' TO REGRA-ACHADA
           MOVE PROFISSIONAL-VISITA TO RGR-PROFISSIONAL
           MOVE TIPO-VISITA TO RGR-TIPO-VISITA
           MOVE ORIGEM-VISITA TO RGR-ORIGEM
           READ REGRAS KEY IS RGR-CHAVE
               INVALID KEY
                   MOVE 'N' TO REGRA-ACHADA
           END-READ
           IF REGRA-ACHADA = 'N' AND ORIGEM-VISITA = 'C'
               MOVE 'S' TO REGRA-ACHADA
               MOVE 'P' TO RGR-ORIGEM
               READ REGRAS KEY IS RGR-CHAVE
                   INVALID KEY
                       MOVE 'N' TO REGRA-ACHADA
               END-READ
           END-IF
           IF REGRA-ACHADA = 'S'
               IF RGR-POR-PERCENTUAL
                   COMPUTE VALOR-REPASSE ROUNDED =
                       VALOR-BASE * RGR-PERCENTUAL / 100
               ELSE
                   MOVE RGR-VALOR TO VALOR-REPASSE
               END-IF
           END-IF.

       2600-GRAVAR-REPASSE.
           MOVE VFR-CHAVE TO RPR-CHAVE
           MOVE PROFISSIONAL-VISITA TO RPR-PROFISSIONAL
           MOVE COMPETENCIA TO RPR-COMPETENCIA
           MOVE ORIGEM-VISITA TO RPR-ORIGEM
           MOVE TIPO-VISITA TO RPR-TIPO-VISITA
           MOVE VALOR-BASE TO RPR-VALOR-BASE
           MOVE VALOR-REPASSE TO RPR-VALOR-REPASSE
           MOVE DATA-HOJE TO RPR-DATA-APURACAO
           WRITE REG-REPASSADA
           ADD 1 TO QTD-REPASSADAS
           MOVE PROFISSIONAL-VISITA TO SRT-PROFISSIONAL
           MOVE VFR-DATA TO SRT-DATA
           MOVE VFR-HORA TO SRT-HORA
           MOVE VFR-PAC-ID TO SRT-PAC-ID
           MOVE ORIGEM-VISITA TO SRT-ORIGEM
           MOVE TIPO-VISITA TO SRT-TIPO-VISITA
           MOVE VALOR-BASE TO SRT-VALOR-BASE
           MOVE VALOR-REPASSE TO SRT-VALOR-REPASSE
           RELEASE REG-SORT.

      *----Quebra por profissional: um extrato, um pagamento e uma
      *----linha de despesa para cada um
       3000-MONTAR-EXTRATOS.
           PERFORM UNTIL FIM-SORT = 'S'
               RETURN ARQ-SORT
                   AT END
                       MOVE 'S' TO FIM-SORT
                   NOT AT END
                       IF SRT-PROFISSIONAL NOT = PROFISSIONAL-EXTRATO
                           PERFORM 3100-FECHAR-EXTRATO
                           PERFORM 3200-ABRIR-EXTRATO
                       END-IF
                       PERFORM 3300-INCLUIR-VISITA
               END-RETURN
           END-PERFORM
           PERFORM 3100-FECHAR-EXTRATO.

       3100-FECHAR-EXTRATO.
           IF EXTRATO-ABERTO = 'S'
               MOVE TOTAL-PRO TO VALOR-ED
               MOVE SPACES TO LINHA-RESUMO
               STRING '  VISITAS: ' DELIMITED BY SIZE
                   QTD-VISITAS-PRO DELIMITED BY SIZE
                   '  A REPASSAR: ' DELIMITED BY SIZE
                   VALOR-ED DELIMITED BY SIZE
                   INTO LINHA-RESUMO
               MOVE LINHA-RESUMO TO REG-EXTRATO
               WRITE REG-EXTRATO
               MOVE SPACES TO REG-EXTRATO
               WRITE REG-EXTRATO
               MOVE PROFISSIONAL-EXTRATO TO PGR-PROFISSIONAL
               MOVE PRO-NOME TO PGR-NOME
               MOVE COMPETENCIA TO PGR-COMPETENCIA
               MOVE QTD-VISITAS-PRO TO PGR-QTD-VISITAS
               MOVE TOTAL-PRO TO PGR-VALOR
               MOVE DATA-HOJE TO PGR-DATA
               WRITE REG-PAGAMENTO-REPASSE
               MOVE DATA-HOJE TO RMV-DATA
               MOVE PROFISSIONAL-EXTRATO TO RMV-PROFISSIONAL
               MOVE TOTAL-PRO TO RMV-VALOR
               WRITE REG-MOVIMENTO-REPASSE
               ADD TOTAL-PRO TO TOTAL-REPASSE
           END-IF
           MOVE 'N' TO EXTRATO-ABERTO.

       3200-ABRIR-EXTRATO.
           MOVE SRT-PROFISSIONAL TO PROFISSIONAL-EXTRATO
           MOVE SRT-PROFISSIONAL TO PRO-ID
           READ PROFISSIONAIS KEY IS PRO-ID
               INVALID KEY
                   MOVE 'PROFISSIONAL FORA DO CADASTRO' TO PRO-NOME
           END-READ
           MOVE 'S' TO EXTRATO-ABERTO
           ADD 1 TO QTD-PROFISSIONAIS
           MOVE 0 TO QTD-VISITAS-PRO
           MOVE 0 TO TOTAL-PRO
           MOVE SPACES TO LINHA-RESUMO
           STRING 'PROFISSIONAL ' DELIMITED BY SIZE
               PROFISSIONAL-EXTRATO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PRO-NOME DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-EXTRATO
           WRITE REG-EXTRATO
           MOVE '  DATA     PACIEN ORIGEM     TIPO          BASE'
               & '    REPASSE' TO REG-EXTRATO
           WRITE REG-EXTRATO.

       3300-INCLUIR-VISITA.
           MOVE SRT-DATA TO LV-DATA
           MOVE SRT-PAC-ID TO LV-PAC-ID
           IF SRT-ORIGEM = 'C'
               MOVE 'CONVENIO' TO LV-ORIGEM
           ELSE
               MOVE 'PARTICULAR' TO LV-ORIGEM
           END-IF
           MOVE SRT-TIPO-VISITA TO LV-TIPO
           MOVE SRT-VALOR-BASE TO LV-BASE
           MOVE SRT-VALOR-REPASSE TO LV-REPASSE
           MOVE LINHA-VISITA TO REG-EXTRATO
           WRITE REG-EXTRATO
           ADD 1 TO QTD-VISITAS-PRO
           ADD SRT-VALOR-REPASSE TO TOTAL-PRO.

       8000-REJEITAR.
           ADD 1 TO QTD-EXCECOES
           MOVE SPACES TO REG-EXCECAO
           MOVE VFR-PAC-ID TO EXC-PAC-ID
           MOVE VFR-DATA TO EXC-DATA
           MOVE PROFISSIONAL-VISITA TO EXC-PROFISSIONAL
           MOVE MOTIVO-EXCECAO TO EXC-MOTIVO
           WRITE REG-EXCECAO.

       COPY GravarRunControle.
       END PROGRAM RepasseApura.
