      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Exportacao anual para o Censo Escolar do ministerio
      *          da educacao, no layout fixo do censo: header com o
      *          codigo INEP da escola (CENSOCFG) e o ano, um registro
      *          de turma com a quantidade de alunos, um registro de
      *          aluno (ALUNOS com o responsavel do RESPONSAVEIS) e um
      *          registro de situacao final (turma, frequencia do
      *          FREQCALC e situacao do ultimo periodo do ano no
      *          HISTESC) por aluno, e trailer de controle com as
      *          contagens. Entram os alunos ativos e os inativados no
      *          ano do censo; quem saiu antes do ultimo periodo vai
      *          como afastado. Ao contrario da remessa da saude
      *          (ImcExportaSaude), a validacao nao derruba a remessa:
      *          aluno com dado obrigatorio faltando (nascimento, sexo,
      *          responsavel, frequencia, situacao final) fica fora do
      *          arquivo e sai no CENSOPEND para a secretaria corrigir
      *          e gerar de novo. O protocolo CENSORPT fica de
      *          comprovacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CensoEscolarExporta.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-MATRICULA
               FILE STATUS IS FS-ALUNOS.
           SELECT OPTIONAL RESPONSAVEIS ASSIGN TO "RESPONSA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS FS-RESPONSAVEIS.
           SELECT OPTIONAL HISTORICO-ESCOLAR ASSIGN TO "HISTESC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS FS-HISTORICO.
           SELECT OPTIONAL FREQUENCIA-CALC ASSIGN TO "FREQCALC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREQCALC.
      *----Codigo INEP da escola exigido no header; sem ele a
      *----exportacao nem comeca
           SELECT OPTIONAL PARAM-CENSO ASSIGN TO "CENSOCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.
           SELECT INTERFACE-CENSO ASSIGN TO "CENSOIF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROTOCOLO ASSIGN TO "CENSORPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDENCIAS ASSIGN TO "CENSOPEND"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
      *----Mesmo layout do REG-MATRICULADO de AlunosManutencao.cbl
       01  REG-MATRICULADO.
           03 MAT-MATRICULA PIC 9(6).
           03 MAT-NOME PIC X(30).
           03 MAT-TURMA PIC X(6).
           03 MAT-STATUS PIC X(1).
               88 MAT-ATIVO VALUE 'A'.
               88 MAT-INATIVO VALUE 'I'.
           03 MAT-DATA-INATIVACAO PIC 9(8).
           03 MAT-DATA-NASCIMENTO PIC 9(8).
           03 MAT-SEXO PIC X(1).
               88 MAT-SEXO-VALIDO VALUE 'M' 'F'.
       FD  RESPONSAVEIS.
      *----Mesmo layout do REG-RESPONSAVEL de ResponsavelManutencao.cbl
       01  REG-RESPONSAVEL.
           03 RSP-MATRICULA PIC 9(6).
           03 RSP-NOME PIC X(30).
           03 RSP-PARENTESCO PIC X(10).
           03 RSP-ENDERECO.
               05 RSP-END-RUA PIC X(30).
               05 RSP-END-NUMERO PIC X(6).
               05 RSP-END-COMPLEMENTO PIC X(10).
               05 RSP-END-BAIRRO PIC X(20).
               05 RSP-END-CIDADE PIC X(20).
               05 RSP-END-UF PIC X(2).
               05 RSP-END-CEP PIC X(9).
           03 RSP-CLIENTE PIC 9(6).
           03 RSP-BOLSA-PERCENTUAL PIC 9(3)V9(2).
       FD  HISTORICO-ESCOLAR.
      *----Mesmo layout do REG-HISTORICO-ESC de TurmaBoletim.cbl
       01  REG-HISTORICO-ESC.
           03 HST-CHAVE.
               05 HST-MATRICULA PIC 9(6).
               05 HST-ANO PIC 9(4).
               05 HST-PERIODO PIC 9(1).
           03 HST-TURMA PIC X(6).
           03 HST-DISCIPLINAS OCCURS 4 TIMES.
               05 HST-DISC-CODIGO PIC X(3).
               05 HST-DISC-NOTA PIC 9(2).
           03 HST-MEDIA PIC 9(2)V9(2).
           03 HST-FREQUENCIA PIC 9(3).
           03 HST-SITUACAO PIC X(1).
           03 HST-NOTA-FINAL PIC 9(2)V9(2).
       FD  FREQUENCIA-CALC.
      *----Mesmo layout do REG-FREQ-CALC de FrequenciaApura.cbl
       01  REG-FREQ-CALC.
           03 FQC-MATRICULA PIC 9(6).
           03 FQC-PERCENTUAL PIC 9(3).
       FD  PARAM-CENSO.
       01  REG-PARAM-CENSO.
           03 PARM-CODIGO-INEP PIC 9(8).
       FD  INTERFACE-CENSO.
       01  REG-INTERFACE PIC X(100).
       FD  PROTOCOLO.
       01  REG-PROTOCOLO PIC X(80).
       FD  PENDENCIAS.
       01  REG-PENDENCIA PIC X(80).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-ALUNOS PIC X(2).
       01  FS-RESPONSAVEIS PIC X(2).
       01  FS-HISTORICO PIC X(2).
       01  FS-FREQCALC PIC X(2).
       01  FS-PARAM PIC X(2).
       01  FIM-ALUNOS PIC X.
       01  FIM-FREQCALC PIC X.
       01  ANO-CENSO PIC 9(4).
       01  CODIGO-INEP PIC 9(8).
       01  TEM-CODIGO-INEP PIC X VALUE 'N'.
       01  DATA-HOJE PIC 9(8).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  HORA-GERACAO PIC 9(6).
      *----Primeira passada lista as pendencias; a segunda so grava
       01  LISTAR-PENDENCIAS PIC X.
       01  ALUNO-NO-CENSO PIC X.
       01  ALUNO-OK PIC X.
       01  MOTIVO-PENDENCIA PIC X(30).
      *----Dados do aluno apurados para o censo
       01  PERIODO-PROCURA PIC 9(1).
       01  HISTORICO-ACHADO PIC X.
       01  RESPONSAVEL-ACHADO PIC X.
       01  TURMA-CENSO PIC X(6).
       01  FREQUENCIA-CENSO PIC 9(3).
       01  FREQUENCIA-ACHADA PIC X.
       01  SITUACAO-CENSO PIC 9(1).
       01  MEDIA-CENSO PIC 9(4).
      *----Frequencia apurada do FREQCALC; 500 matriculas como no
      *----FrequenciaApura
       01  QTD-FREQUENCIAS PIC 9(3) VALUE 0.
       01  IDX-FREQ PIC 9(3).
       01  TAB-FREQUENCIA.
           03 TFQ-ITEM OCCURS 500 TIMES.
               05 TFQ-MATRICULA PIC 9(6).
               05 TFQ-PERCENTUAL PIC 9(3).
      *----Turmas com alunos exportados, para os registros de turma
       01  QTD-TURMAS PIC 9(3) VALUE 0.
       01  IDX-TURMA PIC 9(3).
       01  TURMA-ACHADA PIC X.
       01  TAB-TURMA.
           03 TTU-ITEM OCCURS 100 TIMES.
               05 TTU-TURMA PIC X(6).
               05 TTU-QTD-ALUNOS PIC 9(4).
       01  QTD-ALUNOS-CENSO PIC 9(6) VALUE 0.
       01  QTD-PENDENTES PIC 9(6) VALUE 0.
       01  QTD-REG-ALUNO PIC 9(6) VALUE 0.
       01  QTD-REG-SITUACAO PIC 9(6) VALUE 0.
       01  QTD-REG-TURMA PIC 9(6) VALUE 0.
       01  QTD-REGISTROS PIC 9(6) VALUE 0.
      *----Layout fixo do censo: tipo de registro nos dois primeiros
      *----bytes, 00 header, 20 turma, 30 aluno, 60 situacao final e
      *----99 trailer
       01  REGISTRO-HEADER.
           03 FILLER PIC X(2) VALUE '00'.
           03 HDR-CODIGO-INEP PIC 9(8).
           03 HDR-ANO PIC 9(4).
           03 HDR-DATA-GERACAO PIC 9(8).
           03 FILLER PIC X(78) VALUE SPACES.
       01  REGISTRO-TURMA.
           03 FILLER PIC X(2) VALUE '20'.
           03 TUR-CODIGO-INEP PIC 9(8).
           03 TUR-TURMA PIC X(6).
           03 TUR-QTD-ALUNOS PIC 9(4).
           03 FILLER PIC X(80) VALUE SPACES.
       01  REGISTRO-ALUNO.
           03 FILLER PIC X(2) VALUE '30'.
           03 ALU-CODIGO-INEP PIC 9(8).
           03 ALU-MATRICULA PIC 9(6).
           03 ALU-NOME PIC X(30).
           03 ALU-NASCIMENTO PIC 9(8).
           03 ALU-SEXO PIC X(1).
           03 ALU-RESPONSAVEL PIC X(30).
           03 ALU-PARENTESCO PIC X(10).
           03 FILLER PIC X(5) VALUE SPACES.
      *----Situacao: 1 aprovado, 2 reprovado, 3 afastado (saiu da
      *----escola antes do fechamento do ano); media em centesimos
       01  REGISTRO-SITUACAO.
           03 FILLER PIC X(2) VALUE '60'.
           03 SIT-CODIGO-INEP PIC 9(8).
           03 SIT-MATRICULA PIC 9(6).
           03 SIT-TURMA PIC X(6).
           03 SIT-FREQUENCIA PIC 9(3).
           03 SIT-MEDIA PIC 9(4).
           03 SIT-SITUACAO PIC 9(1).
           03 FILLER PIC X(70) VALUE SPACES.
       01  REGISTRO-TRAILER.
           03 FILLER PIC X(2) VALUE '99'.
           03 TRL-QTD-TURMAS PIC 9(6).
           03 TRL-QTD-ALUNOS PIC 9(6).
           03 TRL-QTD-SITUACOES PIC 9(6).
           03 TRL-QTD-REGISTROS PIC 9(6).
           03 FILLER PIC X(74) VALUE SPACES.
       01  LINHA-PENDENCIA.
           03 LP-MATRICULA PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-NOME PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LP-MOTIVO PIC X(30).
       01  LINHA-PROTOCOLO PIC X(80).
       PROCEDURE DIVISION.
           DISPLAY 'Ano do censo (AAAA): '
           ACCEPT ANO-CENSO
           PERFORM 0100-LER-CODIGO-INEP
           IF TEM-CODIGO-INEP = 'N'
               DISPLAY 'CENSOCFG AUSENTE, EXPORTACAO NAO GERADA'
               STOP RUN
           END-IF
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           ACCEPT HORA-GERACAO FROM TIME
           OPEN EXTEND RUN-CONTROLE
           MOVE 'CENSOESCOLAREXPORTA' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           PERFORM 0200-CARREGAR-FREQUENCIA
           OPEN INPUT ALUNOS
           OPEN INPUT RESPONSAVEIS
           OPEN INPUT HISTORICO-ESCOLAR
      *----Primeira passada: valida cada aluno do censo, lista as
      *----pendencias e monta as turmas so com os alunos validos
           OPEN OUTPUT PENDENCIAS
           MOVE SPACES TO LINHA-PROTOCOLO
           STRING 'PENDENCIAS DO CENSO ESCOLAR ' DELIMITED BY SIZE
               ANO-CENSO DELIMITED BY SIZE
               ' - CORRIGIR E GERAR DE NOVO' DELIMITED BY SIZE
               INTO LINHA-PROTOCOLO
           MOVE LINHA-PROTOCOLO TO REG-PENDENCIA
           WRITE REG-PENDENCIA
           MOVE SPACES TO REG-PENDENCIA
           WRITE REG-PENDENCIA
           MOVE 'S' TO LISTAR-PENDENCIAS
           PERFORM 1000-VALIDAR-ALUNOS
           CLOSE PENDENCIAS
      *----Segunda passada: header, turmas, alunos e situacoes validos
      *----e o trailer de controle
           PERFORM 2000-GERAR-EXPORTACAO
           PERFORM 3000-GRAVAR-PROTOCOLO
           CLOSE ALUNOS
           CLOSE RESPONSAVEIS
           CLOSE HISTORICO-ESCOLAR
           DISPLAY 'Censo gerado, alunos exportados: ' QTD-ALUNOS-CENSO
           DISPLAY 'Alunos pendentes de correcao:    ' QTD-PENDENTES
           MOVE QTD-ALUNOS-CENSO TO RUN-LIDOS
           ADD QTD-PENDENTES TO RUN-LIDOS
           MOVE QTD-REGISTROS TO RUN-GRAVADOS
           MOVE QTD-PENDENTES TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

       0100-LER-CODIGO-INEP.
           OPEN INPUT PARAM-CENSO
           IF FS-PARAM = '00'
               READ PARAM-CENSO
                   NOT AT END
                       MOVE PARM-CODIGO-INEP TO CODIGO-INEP
                       MOVE 'S' TO TEM-CODIGO-INEP
               END-READ
           END-IF
           CLOSE PARAM-CENSO.

       0200-CARREGAR-FREQUENCIA.
           MOVE 'N' TO FIM-FREQCALC
           OPEN INPUT FREQUENCIA-CALC
           IF FS-FREQCALC NOT = '00'
               MOVE 'S' TO FIM-FREQCALC
           END-IF
           PERFORM UNTIL FIM-FREQCALC = 'S'
               READ FREQUENCIA-CALC
                   AT END
                       MOVE 'S' TO FIM-FREQCALC
                   NOT AT END
                       IF QTD-FREQUENCIAS < 500
                           ADD 1 TO QTD-FREQUENCIAS
                           MOVE FQC-MATRICULA
                               TO TFQ-MATRICULA(QTD-FREQUENCIAS)
                           MOVE FQC-PERCENTUAL
                               TO TFQ-PERCENTUAL(QTD-FREQUENCIAS)
                       ELSE
                           DISPLAY 'TABELA DE FREQUENCIA CHEIA, '
                               'REGISTRO IGNORADO: ' FQC-MATRICULA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FREQUENCIA-CALC.

       1000-VALIDAR-ALUNOS.
           PERFORM 8000-POSICIONAR-ALUNOS
           PERFORM UNTIL FIM-ALUNOS = 'S'
               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ALUNOS
                   NOT AT END
                       PERFORM 1100-APURAR-ALUNO
                           THRU 1100-APURAR-SAIDA
                       IF ALUNO-NO-CENSO = 'S'
                           IF ALUNO-OK = 'S'
                               ADD 1 TO QTD-ALUNOS-CENSO
                               PERFORM 1500-SOMAR-TURMA
                           ELSE
                               ADD 1 TO QTD-PENDENTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----Apura turma, frequencia e situacao do aluno da area do
      *----ALUNOS e confere os dados obrigatorios. Cada falta vira uma
      *----linha de pendencia na primeira passada
       1100-APURAR-ALUNO.
           MOVE 'N' TO ALUNO-NO-CENSO
           MOVE 'S' TO ALUNO-OK
           IF MAT-INATIVO AND MAT-DATA-INATIVACAO(1:4) NOT = ANO-CENSO
               GO TO 1100-APURAR-SAIDA
           END-IF
           MOVE 'S' TO ALUNO-NO-CENSO
           IF MAT-DATA-NASCIMENTO = 0
               MOVE 'SEM DATA DE NASCIMENTO' TO MOTIVO-PENDENCIA
               PERFORM 1900-PENDENCIA
           END-IF
           IF NOT MAT-SEXO-VALIDO
               MOVE 'SEXO NAO INFORMADO' TO MOTIVO-PENDENCIA
               PERFORM 1900-PENDENCIA
           END-IF
           MOVE 'N' TO RESPONSAVEL-ACHADO
           MOVE MAT-MATRICULA TO RSP-MATRICULA
           READ RESPONSAVEIS KEY IS RSP-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RSP-NOME NOT = SPACES
                       MOVE 'S' TO RESPONSAVEL-ACHADO
                   END-IF
           END-READ
           IF RESPONSAVEL-ACHADO = 'N'
               MOVE 'SEM RESPONSAVEL CADASTRADO' TO MOTIVO-PENDENCIA
               PERFORM 1900-PENDENCIA
           END-IF
           PERFORM 1200-LER-HISTORICO
           MOVE MAT-TURMA TO TURMA-CENSO
           MOVE 0 TO MEDIA-CENSO
           IF HISTORICO-ACHADO = 'S'
               MOVE HST-TURMA TO TURMA-CENSO
               COMPUTE MEDIA-CENSO = HST-MEDIA * 100
           END-IF
      *----Quem saiu antes do fechamento do ultimo periodo e afastado,
      *----sem exigir frequencia nem resultado
           IF MAT-INATIVO AND
                   (HISTORICO-ACHADO = 'N' OR HST-PERIODO < 4)
               MOVE 3 TO SITUACAO-CENSO
               MOVE 0 TO FREQUENCIA-CENSO
               GO TO 1100-APURAR-SAIDA
           END-IF
           IF HISTORICO-ACHADO = 'N'
               MOVE 'SEM FECHAMENTO NO HISTESC' TO MOTIVO-PENDENCIA
               PERFORM 1900-PENDENCIA
           ELSE
               EVALUATE HST-SITUACAO
                   WHEN 'A'
                       MOVE 1 TO SITUACAO-CENSO
                   WHEN 'F'
                       MOVE 2 TO SITUACAO-CENSO
                   WHEN 'R'
                       MOVE 'RECUPERACAO SEM RESULTADO' TO
                           MOTIVO-PENDENCIA
                       PERFORM 1900-PENDENCIA
                   WHEN OTHER
                       MOVE 'SITUACAO FINAL DESCONHECIDA' TO
                           MOTIVO-PENDENCIA
                       PERFORM 1900-PENDENCIA
               END-EVALUATE
           END-IF
           PERFORM 1300-ACHAR-FREQUENCIA
           IF FREQUENCIA-ACHADA = 'N'
               MOVE 'SEM FREQUENCIA APURADA' TO MOTIVO-PENDENCIA
               PERFORM 1900-PENDENCIA
           END-IF.

       1100-APURAR-SAIDA.
           EXIT.

      *----Ultimo periodo fechado do aluno no ano, do 4 para o 1, como
      *----no PromocaoAnual
       1200-LER-HISTORICO.
           MOVE 'N' TO HISTORICO-ACHADO
           MOVE 4 TO PERIODO-PROCURA
           PERFORM UNTIL HISTORICO-ACHADO = 'S' OR
                   PERIODO-PROCURA = 0
               MOVE MAT-MATRICULA TO HST-MATRICULA
               MOVE ANO-CENSO TO HST-ANO
               MOVE PERIODO-PROCURA TO HST-PERIODO
               READ HISTORICO-ESCOLAR KEY IS HST-CHAVE
                   INVALID KEY
                       SUBTRACT 1 FROM PERIODO-PROCURA
                   NOT INVALID KEY
                       MOVE 'S' TO HISTORICO-ACHADO
               END-READ
           END-PERFORM.

      *----Frequencia do FREQCALC; sem apuracao do aluno vale a do
      *----fechamento no HISTESC
       1300-ACHAR-FREQUENCIA.
           MOVE 'N' TO FREQUENCIA-ACHADA
           PERFORM VARYING IDX-FREQ FROM 1 BY 1
                   UNTIL IDX-FREQ > QTD-FREQUENCIAS
                   OR FREQUENCIA-ACHADA = 'S'
               IF TFQ-MATRICULA(IDX-FREQ) = MAT-MATRICULA
                   MOVE TFQ-PERCENTUAL(IDX-FREQ) TO FREQUENCIA-CENSO
                   MOVE 'S' TO FREQUENCIA-ACHADA
               END-IF
           END-PERFORM
           IF FREQUENCIA-ACHADA = 'N' AND HISTORICO-ACHADO = 'S'
               MOVE HST-FREQUENCIA TO FREQUENCIA-CENSO
               MOVE 'S' TO FREQUENCIA-ACHADA
           END-IF.

       1500-SOMAR-TURMA.
           MOVE 'N' TO TURMA-ACHADA
           PERFORM VARYING IDX-TURMA FROM 1 BY 1
                   UNTIL IDX-TURMA > QTD-TURMAS
                   OR TURMA-ACHADA = 'S'
               IF TTU-TURMA(IDX-TURMA) = TURMA-CENSO
                   ADD 1 TO TTU-QTD-ALUNOS(IDX-TURMA)
                   MOVE 'S' TO TURMA-ACHADA
               END-IF
           END-PERFORM
           IF TURMA-ACHADA = 'N'
               IF QTD-TURMAS < 100
                   ADD 1 TO QTD-TURMAS
                   MOVE TURMA-CENSO TO TTU-TURMA(QTD-TURMAS)
                   MOVE 1 TO TTU-QTD-ALUNOS(QTD-TURMAS)
               ELSE
                   DISPLAY 'TABELA DE TURMAS CHEIA, TURMA IGNORADA: '
                       TURMA-CENSO
               END-IF
           END-IF.

       1900-PENDENCIA.
           MOVE 'N' TO ALUNO-OK
           IF LISTAR-PENDENCIAS = 'S'
               MOVE MAT-MATRICULA TO LP-MATRICULA
               MOVE MAT-NOME TO LP-NOME
               MOVE MOTIVO-PENDENCIA TO LP-MOTIVO
               MOVE LINHA-PENDENCIA TO REG-PENDENCIA
               WRITE REG-PENDENCIA
           END-IF.

       2000-GERAR-EXPORTACAO.
           OPEN OUTPUT INTERFACE-CENSO
           MOVE CODIGO-INEP TO HDR-CODIGO-INEP
           MOVE ANO-CENSO TO HDR-ANO
           MOVE DATA-HOJE TO HDR-DATA-GERACAO
           WRITE REG-INTERFACE FROM REGISTRO-HEADER
           ADD 1 TO QTD-REGISTROS
           PERFORM VARYING IDX-TURMA FROM 1 BY 1
                   UNTIL IDX-TURMA > QTD-TURMAS
               MOVE CODIGO-INEP TO TUR-CODIGO-INEP
               MOVE TTU-TURMA(IDX-TURMA) TO TUR-TURMA
               MOVE TTU-QTD-ALUNOS(IDX-TURMA) TO TUR-QTD-ALUNOS
               WRITE REG-INTERFACE FROM REGISTRO-TURMA
               ADD 1 TO QTD-REG-TURMA
               ADD 1 TO QTD-REGISTROS
           END-PERFORM
           MOVE 'N' TO LISTAR-PENDENCIAS
           PERFORM 8000-POSICIONAR-ALUNOS
           PERFORM UNTIL FIM-ALUNOS = 'S'
               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ALUNOS
                   NOT AT END
                       PERFORM 1100-APURAR-ALUNO
                           THRU 1100-APURAR-SAIDA
                       IF ALUNO-NO-CENSO = 'S' AND ALUNO-OK = 'S'
                           PERFORM 2100-GRAVAR-ALUNO
                       END-IF
               END-READ
           END-PERFORM
           MOVE QTD-REG-TURMA TO TRL-QTD-TURMAS
           MOVE QTD-REG-ALUNO TO TRL-QTD-ALUNOS
           MOVE QTD-REG-SITUACAO TO TRL-QTD-SITUACOES
           ADD 1 TO QTD-REGISTROS
           MOVE QTD-REGISTROS TO TRL-QTD-REGISTROS
           WRITE REG-INTERFACE FROM REGISTRO-TRAILER
           CLOSE INTERFACE-CENSO.

      *----Os dados do responsavel e do historico ainda estao nas
      *----areas lidas pela apuracao do aluno
       2100-GRAVAR-ALUNO.
           MOVE CODIGO-INEP TO ALU-CODIGO-INEP
           MOVE MAT-MATRICULA TO ALU-MATRICULA
           MOVE MAT-NOME TO ALU-NOME
           MOVE MAT-DATA-NASCIMENTO TO ALU-NASCIMENTO
           MOVE MAT-SEXO TO ALU-SEXO
           MOVE RSP-NOME TO ALU-RESPONSAVEL
           MOVE RSP-PARENTESCO TO ALU-PARENTESCO
           WRITE REG-INTERFACE FROM REGISTRO-ALUNO
           ADD 1 TO QTD-REG-ALUNO
           ADD 1 TO QTD-REGISTROS
           MOVE CODIGO-INEP TO SIT-CODIGO-INEP
           MOVE MAT-MATRICULA TO SIT-MATRICULA
           MOVE TURMA-CENSO TO SIT-TURMA
           MOVE FREQUENCIA-CENSO TO SIT-FREQUENCIA
           MOVE MEDIA-CENSO TO SIT-MEDIA
           MOVE SITUACAO-CENSO TO SIT-SITUACAO
           WRITE REG-INTERFACE FROM REGISTRO-SITUACAO
           ADD 1 TO QTD-REG-SITUACAO
           ADD 1 TO QTD-REGISTROS.

       3000-GRAVAR-PROTOCOLO.
           OPEN OUTPUT PROTOCOLO
           MOVE 'PROTOCOLO DE EXPORTACAO - CENSO ESCOLAR'
               TO REG-PROTOCOLO
           WRITE REG-PROTOCOLO
           MOVE SPACES TO REG-PROTOCOLO
           WRITE REG-PROTOCOLO
           MOVE SPACES TO LINHA-PROTOCOLO
           STRING 'CODIGO INEP:     ' DELIMITED BY SIZE
               CODIGO-INEP DELIMITED BY SIZE
               INTO LINHA-PROTOCOLO
           MOVE LINHA-PROTOCOLO TO REG-PROTOCOLO
           WRITE REG-PROTOCOLO
           MOVE SPACES TO LINHA-PROTOCOLO
           STRING 'ANO DO CENSO:    ' DELIMITED BY SIZE
               ANO-CENSO DELIMITED BY SIZE
               INTO LINHA-PROTOCOLO
           MOVE LINHA-PROTOCOLO TO REG-PROTOCOLO
           WRITE REG-PROTOCOLO
           MOVE SPACES TO LINHA-PROTOCOLO
           STRING 'GERADA EM:       ' DELIMITED BY SIZE
               DATA-HOJE DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               HORA-GERACAO DELIMITED BY SIZE
               INTO LINHA-PROTOCOLO
           MOVE LINHA-PROTOCOLO TO REG-PROTOCOLO
           WRITE REG-PROTOCOLO
           MOVE SPACES TO LINHA-PROTOCOLO
           STRING 'TURMAS:          ' DELIMITED BY SIZE
               QTD-REG-TURMA DELIMITED BY SIZE
               INTO LINHA-PROTOCOLO
           MOVE LINHA-PROTOCOLO TO REG-PROTOCOLO
           WRITE REG-PROTOCOLO
           MOVE SPACES TO LINHA-PROTOCOLO
           STRING 'ALUNOS:          ' DELIMITED BY SIZE
               QTD-REG-ALUNO DELIMITED BY SIZE
               INTO LINHA-PROTOCOLO
           MOVE LINHA-PROTOCOLO TO REG-PROTOCOLO
           WRITE REG-PROTOCOLO
           MOVE SPACES TO LINHA-PROTOCOLO
           STRING 'SITUACOES:       ' DELIMITED BY SIZE
               QTD-REG-SITUACAO DELIMITED BY SIZE
               INTO LINHA-PROTOCOLO
           MOVE LINHA-PROTOCOLO TO REG-PROTOCOLO
           WRITE REG-PROTOCOLO
           MOVE SPACES TO LINHA-PROTOCOLO
           STRING 'REGISTROS:       ' DELIMITED BY SIZE
               QTD-REGISTROS DELIMITED BY SIZE
               INTO LINHA-PROTOCOLO
           MOVE LINHA-PROTOCOLO TO REG-PROTOCOLO
           WRITE REG-PROTOCOLO
           MOVE SPACES TO LINHA-PROTOCOLO
           STRING 'PENDENTES:       ' DELIMITED BY SIZE
               QTD-PENDENTES DELIMITED BY SIZE
               ' (FORA DO ARQUIVO, VER CENSOPEND)' DELIMITED BY SIZE
               INTO LINHA-PROTOCOLO
           MOVE LINHA-PROTOCOLO TO REG-PROTOCOLO
           WRITE REG-PROTOCOLO
           CLOSE PROTOCOLO.

      *----Reposiciona o ALUNOS no inicio para cada passada
       8000-POSICIONAR-ALUNOS.
           MOVE 'N' TO FIM-ALUNOS
           MOVE LOW-VALUES TO MAT-MATRICULA
           START ALUNOS KEY NOT LESS THAN MAT-MATRICULA
               INVALID KEY
                   MOVE 'S' TO FIM-ALUNOS
           END-START.

       COPY GravarRunControle.
       END PROGRAM CensoEscolarExporta.
