      *          demais), e a fatia de menores que chegaram com
      *          acompanhante - para a coordenacao escalar a recepcao
      *          pelos horarios de pico reais.
      *          O fechamento traz o resumo do livro de ocorrencias
      *          OCORREN do mes por tipo e portao, ao lado do movimento
      *          do mesmo portao, para comparar incidentes com volume.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VisitanteEstatistica.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-VISITAS ASSIGN TO "VISITRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Livro de ocorrencias mantido pelo OcorrenciaPortaria.cbl
           SELECT OPTIONAL OCORRENCIAS ASSIGN TO "OCORREN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCO-NUMERO
               FILE STATUS IS FS-OCORRENCIAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRY-LOG.
       01  REG-ENTRY-LOG PIC X(132).
       FD  RELATORIO-VISITAS.
       01  REG-RELATORIO PIC X(80).
       FD  OCORRENCIAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegOcorrencia.
       WORKING-STORAGE SECTION.
       01  FIM-LOG PIC X VALUE 'N'.
       01  MES-REFERENCIA PIC 9(6).
           03 FILLER PIC X(10) VALUE '  NEGADAS '.
           03 LF-NEGADAS PIC ZZZZ9.
       01  LINHA-TEXTO PIC X(80).
      *----Movimento e ocorrencias do mes por portao; o tipo segue a
      *----ordem D B C A O do OCO-TIPO
       01  FS-OCORRENCIAS PIC X(2).
       01  FIM-OCORRENCIAS PIC X VALUE 'N'.
       01  PORTAO-EVENTO PIC 9(2).
       01  IDX-PORTAO PIC 9(3).
       01  IDX-TIPO PIC 9(1).
       01  QTD-OCORRENCIAS PIC 9(6) VALUE 0.
       01  TAB-PORTOES.
           03 POR-PORTAO OCCURS 100 TIMES.
               05 PTO-ENTRADAS PIC 9(6).
               05 PTO-NEGADAS PIC 9(6).
               05 PTO-OCORRENCIAS PIC 9(4).
               05 PTO-POR-TIPO OCCURS 5 TIMES PIC 9(4).
       01  OCORRENCIAS-POR-MIL PIC 9(4)V9(1).
       01  LINHA-PORTAO.
           03 FILLER PIC X(7) VALUE 'PORTAO '.
           03 LP-PORTAO PIC 9(2).
           03 FILLER PIC X(5) VALUE '  ENT'.
           03 LP-ENTRADAS PIC ZZZZZ9.
           03 FILLER PIC X(5) VALUE '  REC'.
           03 LP-NEGADAS PIC ZZZZ9.
           03 FILLER PIC X(5) VALUE '  OCO'.
           03 LP-OCORRENCIAS PIC ZZZ9.
           03 FILLER PIC X(3) VALUE '  D'.
           03 LP-TIPO-D PIC ZZ9.
           03 FILLER PIC X(3) VALUE '  B'.
           03 LP-TIPO-B PIC ZZ9.
           03 FILLER PIC X(3) VALUE '  C'.
           03 LP-TIPO-C PIC ZZ9.
           03 FILLER PIC X(3) VALUE '  A'.
           03 LP-TIPO-A PIC ZZ9.
           03 FILLER PIC X(3) VALUE '  O'.
           03 LP-TIPO-O PIC ZZ9.
           03 FILLER PIC X(5) VALUE ' /MIL'.
           03 LP-POR-MIL PIC ZZZ9.9.
       PROCEDURE DIVISION.
           PERFORM 9700-CARREGAR-MENSAGENS
           PERFORM 0100-PREPARAR-TABELAS
               END-READ
           END-PERFORM
           CLOSE ENTRY-LOG
           PERFORM 2000-ACUMULAR-OCORRENCIAS
           PERFORM 3000-IMPRIMIR-RELATORIO
           DISPLAY 'Estatistica gerada: ' QTD-ENTRADAS ' entradas, '
               QTD-NEGADAS ' recusas, ' QTD-SAIDAS ' saidas'
           MOVE 'SEX' TO DIA-ROTULO(5)
           MOVE 'SAB' TO DIA-ROTULO(6)
           MOVE 'DOM' TO DIA-ROTULO(7)
           PERFORM VARYING IDX-PORTAO FROM 1 BY 1
                   UNTIL IDX-PORTAO > 100
               MOVE 0 TO PTO-ENTRADAS(IDX-PORTAO)
               MOVE 0 TO PTO-NEGADAS(IDX-PORTAO)
               MOVE 0 TO PTO-OCORRENCIAS(IDX-PORTAO)
               PERFORM VARYING IDX-TIPO FROM 1 BY 1 UNTIL IDX-TIPO > 5
                   MOVE 0 TO PTO-POR-TIPO(IDX-PORTAO IDX-TIPO)
               END-PERFORM
           END-PERFORM
           MOVE 0 TO QTD-ENTRADAS.

      *----Desmonta a linha do log nas posicoes fixas da LINHA-LOG do
           MOVE REG-ENTRY-LOG(50:2) TO IDADE-EVENTO
           MOVE REG-ENTRY-LOG(54:3) TO ACOMP-EVENTO
           MOVE REG-ENTRY-LOG(59:50) TO DECISAO-EVENTO
      *----Portao na posicao da LOG-PORTAO; log antigo sem o campo
      *----conta no portao 00
           IF REG-ENTRY-LOG(129:2) IS NUMERIC
               MOVE REG-ENTRY-LOG(129:2) TO PORTAO-EVENTO
           ELSE
               MOVE 0 TO PORTAO-EVENTO
           END-IF
           COMPUTE IDX-PORTAO = PORTAO-EVENTO + 1
           IF DECISAO-EVENTO(1:16) = 'SAIDA REGISTRADA'
               ADD 1 TO QTD-SAIDAS
           ELSE
               ADD 1 TO QTD-ENTRADAS
               ADD 1 TO HOR-ENTRADAS(HORA-EVENTO + 1)
               ADD 1 TO DIA-ENTRADAS(DIA-DA-SEMANA)
               ADD 1 TO PTO-ENTRADAS(IDX-PORTAO)
               IF IDADE-EVENTO < 18
                   ADD 1 TO QTD-MENORES
                   IF ACOMP-EVENTO = 'SIM'
               ADD 1 TO QTD-NEGADAS
               ADD 1 TO HOR-NEGADAS(HORA-EVENTO + 1)
               ADD 1 TO DIA-NEGADAS(DIA-DA-SEMANA)
               ADD 1 TO PTO-NEGADAS(IDX-PORTAO)
               EVALUATE DECISAO-EVENTO
                   WHEN MSG-007
                       ADD 1 TO QTD-NEG-MSG007
               END-EVALUATE
           END-IF.

      *----Ocorrencias registradas no mes, por portao e tipo
       2000-ACUMULAR-OCORRENCIAS.
           OPEN INPUT OCORRENCIAS
           IF FS-OCORRENCIAS NOT = '00'
               MOVE 'S' TO FIM-OCORRENCIAS
           END-IF
           PERFORM UNTIL FIM-OCORRENCIAS = 'S'
               READ OCORRENCIAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-OCORRENCIAS
                   NOT AT END
                       IF OCO-DATA(1:6) = MES-REFERENCIA
                           PERFORM 2100-CLASSIFICAR-OCORRENCIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OCORRENCIAS.

       2100-CLASSIFICAR-OCORRENCIA.
           ADD 1 TO QTD-OCORRENCIAS
           COMPUTE IDX-PORTAO = OCO-PORTAO + 1
           ADD 1 TO PTO-OCORRENCIAS(IDX-PORTAO)
           EVALUATE TRUE
               WHEN OCO-RECUSA-DOCUMENTO
                   MOVE 1 TO IDX-TIPO
               WHEN OCO-BANIDO
                   MOVE 2 TO IDX-TIPO
               WHEN OCO-CRACHA-PERDIDO
                   MOVE 3 TO IDX-TIPO
               WHEN OCO-AVARIA
                   MOVE 4 TO IDX-TIPO
               WHEN OTHER
                   MOVE 5 TO IDX-TIPO
           END-EVALUATE
           ADD 1 TO PTO-POR-TIPO(IDX-PORTAO IDX-TIPO).

       3000-IMPRIMIR-RELATORIO.
           OPEN OUTPUT RELATORIO-VISITAS
           MOVE SPACES TO LINHA-TEXTO
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM 3500-IMPRIMIR-OCORRENCIAS
           CLOSE RELATORIO-VISITAS.

      *----Ocorrencias por tipo (D documento, B banido, C cracha,
      *----A avaria, O outros) ao lado das entradas e recusas do
      *----mesmo portao, com a taxa por mil entradas
       3500-IMPRIMIR-OCORRENCIAS.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'OCORRENCIAS POR TIPO E PORTAO' TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING IDX-PORTAO FROM 1 BY 1
                   UNTIL IDX-PORTAO > 100
               IF PTO-ENTRADAS(IDX-PORTAO) > 0 OR
                       PTO-NEGADAS(IDX-PORTAO) > 0 OR
                       PTO-OCORRENCIAS(IDX-PORTAO) > 0
                   COMPUTE LP-PORTAO = IDX-PORTAO - 1
                   MOVE PTO-ENTRADAS(IDX-PORTAO) TO LP-ENTRADAS
                   MOVE PTO-NEGADAS(IDX-PORTAO) TO LP-NEGADAS
                   MOVE PTO-OCORRENCIAS(IDX-PORTAO) TO LP-OCORRENCIAS
                   MOVE PTO-POR-TIPO(IDX-PORTAO 1) TO LP-TIPO-D
                   MOVE PTO-POR-TIPO(IDX-PORTAO 2) TO LP-TIPO-B
                   MOVE PTO-POR-TIPO(IDX-PORTAO 3) TO LP-TIPO-C
                   MOVE PTO-POR-TIPO(IDX-PORTAO 4) TO LP-TIPO-A
                   MOVE PTO-POR-TIPO(IDX-PORTAO 5) TO LP-TIPO-O
                   IF PTO-ENTRADAS(IDX-PORTAO) > 0
                       COMPUTE OCORRENCIAS-POR-MIL ROUNDED =
                           PTO-OCORRENCIAS(IDX-PORTAO) * 1000
                           / PTO-ENTRADAS(IDX-PORTAO)
                   ELSE
                       MOVE 0 TO OCORRENCIAS-POR-MIL
                   END-IF
                   MOVE OCORRENCIAS-POR-MIL TO LP-POR-MIL
                   MOVE LINHA-PORTAO TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM
           MOVE SPACES TO LINHA-TEXTO
           STRING 'OCORRENCIAS NO MES: ' DELIMITED BY SIZE
               QTD-OCORRENCIAS DELIMITED BY SIZE
               INTO LINHA-TEXTO
           MOVE LINHA-TEXTO TO REG-RELATORIO
           WRITE REG-RELATORIO.

       COPY CarregarMensagens.
       END PROGRAM VisitanteEstatistica.
