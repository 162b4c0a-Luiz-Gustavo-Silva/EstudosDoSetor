      *          lista os nao-saidos por anfitriao no NAODEPRPT, para
      *          os anfitrioes reincidentes serem cobrados a
      *          acompanhar o visitante ate a porta.
      *          Na mesma varredura fecha o VEICLOG dos veiculos: cada
      *          placa com entrada sem saida ganha a saida sintetica de
      *          fechamento, o placar VAGATALLY volta a zero e o
      *          VEICRPT lista os veiculos que ficaram dentro, com
      *          modelo, dono e portao de entrada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PortariaFecha.
               FILE STATUS IS FS-TALLY.
           SELECT RELATORIO-NAO-SAIDOS ASSIGN TO "NAODEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *----Log dos veiculos, tambem concatenado por portao no JCL
           SELECT OPTIONAL VEICULO-LOG ASSIGN TO "VEICLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VEICLOG.
           SELECT OPTIONAL VAGAS-TALLY ASSIGN TO "VAGATALLY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VAGATALLY.
           SELECT RELATORIO-VEICULOS ASSIGN TO "VEICRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
           03 TLY-DENTRO PIC 9(4).
       FD  RELATORIO-NAO-SAIDOS.
       01  REG-RELATORIO PIC X(80).
       FD  VEICULO-LOG.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegLogVeiculo.
       FD  VAGAS-TALLY.
       01  REG-VAGAS-TALLY.
           03 TLY-OCUPADAS PIC 9(4).
       FD  RELATORIO-VEICULOS.
       01  REG-RELATORIO-VEICULOS PIC X(80).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-LOG PIC X(2).
           03 FILLER PIC X(12) VALUE '  ANFITRIAO '.
           03 LN-ANFITRIAO PIC X(10).
       01  LINHA-RESUMO PIC X(80).
      *----Veiculos que ficaram dentro no fechamento, com os dados da
      *----linha de entrada para o relatorio e a saida sintetica
       01  FS-VEICLOG PIC X(2).
       01  FS-VAGATALLY PIC X(2).
       01  FIM-VEICLOG PIC X VALUE 'N'.
       01  QTD-VEIC-DENTRO PIC 9(4) VALUE 0.
       01  IDX-VEIC PIC 9(4).
       01  VEIC-ACHADO PIC X.
       01  TAB-VEIC-DENTRO OCCURS 2000 TIMES.
           03 PV-PLACA PIC X(7).
           03 PV-MODELO PIC X(20).
           03 PV-TIPO-DONO PIC X(1).
           03 PV-DONO-NOME PIC X(30).
           03 PV-PORTAO PIC 9(2).
       01  LINHA-VEICULO.
           03 LV-PLACA PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LV-MODELO PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LV-TIPO-DONO PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LV-DONO-NOME PIC X(30).
           03 FILLER PIC X(8) VALUE '  PORTAO'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LV-PORTAO PIC 9(2).
       PROCEDURE DIVISION.
           OPEN EXTEND RUN-CONTROLE
           MOVE 'PORTARIAFECHA' TO RUN-PROGRAMA
           PERFORM 2000-FECHAR-PRESENTES
           PERFORM 3000-ZERAR-TALLY
           PERFORM 4000-RELATORIO-NAO-SAIDOS
           PERFORM 5000-RECONSTRUIR-VEICULOS
           PERFORM 6000-FECHAR-VEICULOS
           PERFORM 7000-ZERAR-VAGAS
           PERFORM 8000-RELATORIO-VEICULOS
           DISPLAY 'Fechamento da portaria: ' QTD-FECHADOS
               ' visitante(s) sem saida fechados sinteticamente'
           DISPLAY 'Fechamento da portaria: ' QTD-VEIC-DENTRO
               ' veiculo(s) sem saida fechados sinteticamente'
           COMPUTE RUN-GRAVADOS = QTD-FECHADOS + QTD-VEIC-DENTRO
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           WRITE REG-RELATORIO
           CLOSE RELATORIO-NAO-SAIDOS.

      *----Mesma reconstrucao para as placas do VEICLOG
       5000-RECONSTRUIR-VEICULOS.
           OPEN INPUT VEICULO-LOG
           IF FS-VEICLOG NOT = '00'
               MOVE 'S' TO FIM-VEICLOG
           END-IF
           PERFORM UNTIL FIM-VEICLOG = 'S'
               READ VEICULO-LOG
                   AT END
                       MOVE 'S' TO FIM-VEICLOG
                   NOT AT END
                       ADD 1 TO RUN-LIDOS
                       IF LGV-DECISAO(1:17) = 'ENTRADA PERMITIDA'
                           PERFORM 5100-VEICULO-ENTRAR
                       END-IF
                       IF LGV-DECISAO(1:16) = 'SAIDA REGISTRADA'
                           PERFORM 5200-VEICULO-SAIR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VEICULO-LOG.

       5100-VEICULO-ENTRAR.
           IF QTD-VEIC-DENTRO < 2000
               ADD 1 TO QTD-VEIC-DENTRO
               MOVE LGV-PLACA TO PV-PLACA(QTD-VEIC-DENTRO)
               MOVE LGV-MODELO TO PV-MODELO(QTD-VEIC-DENTRO)
               MOVE LGV-TIPO-DONO TO PV-TIPO-DONO(QTD-VEIC-DENTRO)
               MOVE LGV-DONO-NOME TO PV-DONO-NOME(QTD-VEIC-DENTRO)
               MOVE LGV-PORTAO TO PV-PORTAO(QTD-VEIC-DENTRO)
           END-IF.

       5200-VEICULO-SAIR.
           MOVE 'N' TO VEIC-ACHADO
           PERFORM VARYING IDX-VEIC FROM 1 BY 1
                   UNTIL IDX-VEIC > QTD-VEIC-DENTRO
                       OR VEIC-ACHADO = 'S'
               IF PV-PLACA(IDX-VEIC) = LGV-PLACA
                   MOVE 'S' TO VEIC-ACHADO
                   MOVE TAB-VEIC-DENTRO(QTD-VEIC-DENTRO)
                       TO TAB-VEIC-DENTRO(IDX-VEIC)
                   SUBTRACT 1 FROM QTD-VEIC-DENTRO
               END-IF
           END-PERFORM.

       6000-FECHAR-VEICULOS.
           OPEN EXTEND VEICULO-LOG
           PERFORM VARYING IDX-VEIC FROM 1 BY 1
                   UNTIL IDX-VEIC > QTD-VEIC-DENTRO
               MOVE SPACES TO REG-LOG-VEICULO
               MOVE LOG-DATA-HORA TO LGV-DATA-HORA
               MOVE PV-PLACA(IDX-VEIC) TO LGV-PLACA
               MOVE PV-MODELO(IDX-VEIC) TO LGV-MODELO
               MOVE PV-TIPO-DONO(IDX-VEIC) TO LGV-TIPO-DONO
               MOVE PV-DONO-NOME(IDX-VEIC) TO LGV-DONO-NOME
               MOVE 'SAIDA REGISTRADA - SINTETICA FECHAMENTO'
                   TO LGV-DECISAO
               MOVE 0 TO LGV-PORTAO
               WRITE REG-LOG-VEICULO
           END-PERFORM
           CLOSE VEICULO-LOG.

       7000-ZERAR-VAGAS.
           OPEN OUTPUT VAGAS-TALLY
           MOVE 0 TO TLY-OCUPADAS
           WRITE REG-VAGAS-TALLY
           CLOSE VAGAS-TALLY.

       8000-RELATORIO-VEICULOS.
           OPEN OUTPUT RELATORIO-VEICULOS
           MOVE 'VEICULOS DENTRO NO FECHAMENTO DA PORTARIA'
               TO REG-RELATORIO-VEICULOS
           WRITE REG-RELATORIO-VEICULOS
           MOVE SPACES TO REG-RELATORIO-VEICULOS
           WRITE REG-RELATORIO-VEICULOS
           PERFORM VARYING IDX-VEIC FROM 1 BY 1
                   UNTIL IDX-VEIC > QTD-VEIC-DENTRO
               MOVE PV-PLACA(IDX-VEIC) TO LV-PLACA
               MOVE PV-MODELO(IDX-VEIC) TO LV-MODELO
               MOVE PV-TIPO-DONO(IDX-VEIC) TO LV-TIPO-DONO
               MOVE PV-DONO-NOME(IDX-VEIC) TO LV-DONO-NOME
               MOVE PV-PORTAO(IDX-VEIC) TO LV-PORTAO
               MOVE LINHA-VEICULO TO REG-RELATORIO-VEICULOS
               WRITE REG-RELATORIO-VEICULOS
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO-VEICULOS
           WRITE REG-RELATORIO-VEICULOS
           MOVE SPACES TO LINHA-RESUMO
           STRING 'VEICULOS SEM SAIDA NO FECHAMENTO: ' DELIMITED BY SIZE
               QTD-VEIC-DENTRO DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO-VEICULOS
           WRITE REG-RELATORIO-VEICULOS
           CLOSE RELATORIO-VEICULOS.

       COPY GravarRunControle.
       END PROGRAM PortariaFecha.
