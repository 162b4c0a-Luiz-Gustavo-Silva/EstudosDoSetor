      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Controle de entrada e saida de veiculos (carros e
      *          caminhoes de entrega) nos portoes, ao lado do
      *          VisitanteControle que so cuida de quem vem a pe. Cada
      *          instancia le o numero do seu portao no PORTAOCFG e
      *          grava o portao em cada linha do seu VEICLOG. A placa
      *          e conferida no cadastro VEICMST: placa banida e
      *          recusada como o VIS-BANIDO recusa a pessoa, e o
      *          limite de vagas do VAGASCFG vale contra o placar
      *          compartilhado VAGATALLY, como o CAPACFG contra o
      *          OCUPTALLY. O PortariaFecha lista no fim do dia os
      *          veiculos que ficaram dentro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VeiculoControle.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VEICULO-LOG ASSIGN TO "VEICLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.
      *----Cadastro de veiculos com a lista de placas banidas, mantido
      *----pelo VeiculosManutencao.cbl; sem o arquivo a placa entra
      *----com o modelo digitado
           SELECT OPTIONAL VEICULOS ASSIGN TO "VEICMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEI-PLACA
               FILE STATUS IS FS-VEICULOS.
      *----Vagas do estacionamento; sem o arquivo valem 50
           SELECT OPTIONAL PARAM-VAGAS ASSIGN TO "VAGASCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM-VAGAS.
      *----Numero do portao desta instancia; sem o arquivo vale 01
           SELECT OPTIONAL PORTAO-CFG ASSIGN TO "PORTAOCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PORTAO.
      *----Placar de vagas compartilhado entre os portoes: cada
      *----entrada soma, cada saida subtrai
           SELECT OPTIONAL VAGAS-TALLY ASSIGN TO "VAGATALLY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TALLY.
       DATA DIVISION.
       FILE SECTION.
       FD  VEICULO-LOG.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegLogVeiculo.
       FD  VEICULOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegVeiculo.
       FD  PARAM-VAGAS.
       01  REG-PARAM-VAGAS.
           03 PARM-VAGAS PIC 9(4).
       FD  PORTAO-CFG.
       01  REG-PORTAO-CFG.
           03 CFG-PORTAO PIC 9(2).
       FD  VAGAS-TALLY.
       01  REG-VAGAS-TALLY.
           03 TLY-OCUPADAS PIC 9(4).
       WORKING-STORAGE SECTION.
      *----Catalogo de mensagens numeradas do runbook do operador
       COPY MensagensSistema.
       01  FS-LOG PIC X(2).
       01  FS-VEICULOS PIC X(2).
       01  FS-PARAM-VAGAS PIC X(2).
       01  FS-PORTAO PIC X(2).
       01  FS-TALLY PIC X(2).
       01  TEM-CADASTRO PIC X VALUE 'N'.
       01  FIM-LOG PIC X.
       01  OPCAO-PORTARIA PIC 9 VALUE 0.
       77  VAGAS PIC 9(4) VALUE 50.
       77  PORTAO-INSTANCIA PIC 9(2) VALUE 01.
       01  OCUPACAO-VAGAS PIC 9(4) VALUE 0.
       01  PLACA-DIGITADA PIC X(7).
       01  BAN-ATIVO PIC X.
       01  DATA-BAN PIC 9(8).
       01  DECISAO PIC X(50).
       01  DATA-HORA-ATUAL.
           03 DH-DATA PIC 9(8).
           03 DH-HORA PIC 9(6).
      *----Placas dentro agora: reconstruidas do VEICLOG na abertura
      *----(entradas permitidas menos saidas) e mantidas em memoria
      *----pelo resto do turno
       01  QTD-DENTRO PIC 9(4) VALUE 0.
       01  IDX-DENTRO PIC 9(4).
       01  DENTRO-ACHADO PIC X.
       01  TAB-DENTRO.
           03 PLACA-DENTRO OCCURS 9999 TIMES PIC X(7).
       PROCEDURE DIVISION.
           PERFORM 9700-CARREGAR-MENSAGENS
           PERFORM 0050-LER-VAGAS
           PERFORM 0055-LER-PORTAO
           PERFORM 0060-RECONSTRUIR-OCUPACAO
           OPEN EXTEND VEICULO-LOG
           OPEN INPUT VEICULOS
           IF FS-VEICULOS = '00' OR FS-VEICULOS = '05'
               MOVE 'S' TO TEM-CADASTRO
           END-IF
           PERFORM UNTIL OPCAO-PORTARIA = 9
               PERFORM 0450-LER-TALLY
               DISPLAY 'Portao ' PORTAO-INSTANCIA
                   ' - vagas ocupadas: ' OCUPACAO-VAGAS
                   ' de ' VAGAS
               DISPLAY '1 - Registrar entrada de veiculo'
               DISPLAY '2 - Registrar saida de veiculo'
               DISPLAY '3 - Veiculos dentro agora'
               DISPLAY '9 - Encerrar'
               ACCEPT OPCAO-PORTARIA
               EVALUATE OPCAO-PORTARIA
                   WHEN 1
                       PERFORM 0100-ATENDER-VEICULO
                   WHEN 2
                       PERFORM 0200-REGISTRAR-SAIDA
                   WHEN 3
                       PERFORM 0300-LISTAR-DENTRO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE VEICULO-LOG
           CLOSE VEICULOS
           STOP RUN.

       0050-LER-VAGAS.
           OPEN INPUT PARAM-VAGAS
           IF FS-PARAM-VAGAS = '00'
               READ PARAM-VAGAS
                   NOT AT END
                       MOVE PARM-VAGAS TO VAGAS
               END-READ
           END-IF
           CLOSE PARAM-VAGAS.

       0055-LER-PORTAO.
           OPEN INPUT PORTAO-CFG
           IF FS-PORTAO = '00'
               READ PORTAO-CFG
                   NOT AT END
                       MOVE CFG-PORTAO TO PORTAO-INSTANCIA
               END-READ
           END-IF
           CLOSE PORTAO-CFG.

      *----Reconstroi as placas dentro a partir do proprio VEICLOG:
      *----cada entrada permitida poe a placa dentro, cada saida tira
       0060-RECONSTRUIR-OCUPACAO.
           MOVE 'N' TO FIM-LOG
           OPEN INPUT VEICULO-LOG
           IF FS-LOG NOT = '00'
               MOVE 'S' TO FIM-LOG
           END-IF
           PERFORM UNTIL FIM-LOG = 'S'
               READ VEICULO-LOG
                   AT END
                       MOVE 'S' TO FIM-LOG
                   NOT AT END
                       MOVE LGV-PLACA TO PLACA-DIGITADA
                       IF LGV-DECISAO(1:17) = 'ENTRADA PERMITIDA'
                           PERFORM 0400-ENTRAR-NA-LISTA
                       END-IF
                       IF LGV-DECISAO(1:16) = 'SAIDA REGISTRADA'
                           PERFORM 0500-SAIR-DA-LISTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VEICULO-LOG.

      *----Placar compartilhado lido e regravado a cada mudanca, no
      *----mesmo desenho do OCUPTALLY do VisitanteControle
       0450-LER-TALLY.
           MOVE 0 TO OCUPACAO-VAGAS
           OPEN INPUT VAGAS-TALLY
           IF FS-TALLY = '00'
               READ VAGAS-TALLY
                   NOT AT END
                       MOVE TLY-OCUPADAS TO OCUPACAO-VAGAS
               END-READ
           END-IF
           CLOSE VAGAS-TALLY.

       0460-GRAVAR-TALLY.
           OPEN OUTPUT VAGAS-TALLY
           MOVE OCUPACAO-VAGAS TO TLY-OCUPADAS
           WRITE REG-VAGAS-TALLY
           CLOSE VAGAS-TALLY.

      *----Placa banida e estacionamento cheio barram a entrada; a
      *----recusa vai para o log como qualquer decisao
       0100-ATENDER-VEICULO.
           PERFORM 0600-CONSULTAR-VEICULO
           IF DENTRO-ACHADO = 'S'
               DISPLAY 'Placa ja consta dentro, registre a saida '
                   'antes'
           ELSE
               IF BAN-ATIVO = 'S'
                   MOVE MSG-017 TO DECISAO
               ELSE
                   PERFORM 0450-LER-TALLY
                   IF OCUPACAO-VAGAS NOT LESS VAGAS
                       MOVE MSG-018 TO DECISAO
                   ELSE
                       MOVE MSG-006 TO DECISAO
                       PERFORM 0400-ENTRAR-NA-LISTA
                       PERFORM 0450-LER-TALLY
                       ADD 1 TO OCUPACAO-VAGAS
                       PERFORM 0460-GRAVAR-TALLY
                   END-IF
               END-IF
               DISPLAY DECISAO
               PERFORM 1000-REGISTRAR-EVENTO
           END-IF.

      *----Saida: tira a placa da lista e grava o evento no VEICLOG
       0200-REGISTRAR-SAIDA.
           DISPLAY 'Placa do veiculo que esta saindo: '
           ACCEPT PLACA-DIGITADA
           INSPECT PLACA-DIGITADA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 0500-SAIR-DA-LISTA
           IF DENTRO-ACHADO = 'N'
               DISPLAY 'Sem entrada casada para essa placa, saida '
                   'registrada assim mesmo'
           END-IF
           PERFORM 0450-LER-TALLY
           IF OCUPACAO-VAGAS GREATER 0
               SUBTRACT 1 FROM OCUPACAO-VAGAS
           END-IF
           PERFORM 0460-GRAVAR-TALLY
           MOVE PLACA-DIGITADA TO VEI-PLACA
           MOVE SPACES TO VEI-MODELO
           MOVE SPACE TO VEI-TIPO-DONO
           MOVE SPACES TO VEI-DONO-NOME
           IF TEM-CADASTRO = 'S'
               READ VEICULOS KEY IS VEI-PLACA
                   INVALID KEY
                       MOVE PLACA-DIGITADA TO VEI-PLACA
               END-READ
           END-IF
           MOVE 'SAIDA REGISTRADA' TO DECISAO
           PERFORM 1000-REGISTRAR-EVENTO.

       0300-LISTAR-DENTRO.
           PERFORM VARYING IDX-DENTRO FROM 1 BY 1
                   UNTIL IDX-DENTRO > QTD-DENTRO
               DISPLAY PLACA-DENTRO(IDX-DENTRO)
           END-PERFORM
           DISPLAY 'Veiculos dentro agora: ' QTD-DENTRO.

       0400-ENTRAR-NA-LISTA.
           IF QTD-DENTRO < 9999
               ADD 1 TO QTD-DENTRO
               MOVE PLACA-DIGITADA TO PLACA-DENTRO(QTD-DENTRO)
           END-IF.

      *----Tira a primeira ocorrencia da placa, trazendo a ultima da
      *----lista para a vaga; placa ausente so liga DENTRO-ACHADO = N
       0500-SAIR-DA-LISTA.
           MOVE 'N' TO DENTRO-ACHADO
           PERFORM VARYING IDX-DENTRO FROM 1 BY 1
                   UNTIL IDX-DENTRO > QTD-DENTRO
                       OR DENTRO-ACHADO = 'S'
               IF PLACA-DENTRO(IDX-DENTRO) = PLACA-DIGITADA
                   MOVE 'S' TO DENTRO-ACHADO
                   MOVE PLACA-DENTRO(QTD-DENTRO)
                       TO PLACA-DENTRO(IDX-DENTRO)
                   SUBTRACT 1 FROM QTD-DENTRO
               END-IF
           END-PERFORM.

      *----Procura a placa no cadastro: achando, modelo e dono vem do
      *----master e o banimento ativo (sem prazo ou ainda vigente)
      *----barra a entrada; placa fora do cadastro entra como veiculo
      *----de visitante com o modelo digitado
       0600-CONSULTAR-VEICULO.
           MOVE 'N' TO BAN-ATIVO
           DISPLAY 'Placa (sem traco): '
           ACCEPT PLACA-DIGITADA
           INSPECT PLACA-DIGITADA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 'N' TO DENTRO-ACHADO
           PERFORM VARYING IDX-DENTRO FROM 1 BY 1
                   UNTIL IDX-DENTRO > QTD-DENTRO
                       OR DENTRO-ACHADO = 'S'
               IF PLACA-DENTRO(IDX-DENTRO) = PLACA-DIGITADA
                   MOVE 'S' TO DENTRO-ACHADO
               END-IF
           END-PERFORM
           MOVE PLACA-DIGITADA TO VEI-PLACA
           IF DENTRO-ACHADO = 'N'
               IF TEM-CADASTRO = 'S'
                   READ VEICULOS KEY IS VEI-PLACA
                       INVALID KEY
                           PERFORM 0650-VEICULO-AVULSO
                       NOT INVALID KEY
                           DISPLAY 'Veiculo: ' VEI-MODELO ' - '
                               VEI-DONO-NOME
                           IF VEI-BANIDO
                               ACCEPT DATA-BAN FROM DATE YYYYMMDD
                               IF VEI-BAN-EXPIRA = 0 OR
                                       VEI-BAN-EXPIRA NOT LESS DATA-BAN
                                   MOVE 'S' TO BAN-ATIVO
                               END-IF
                           END-IF
                   END-READ
               ELSE
                   PERFORM 0650-VEICULO-AVULSO
               END-IF
           END-IF.

       0650-VEICULO-AVULSO.
           DISPLAY 'Placa nao cadastrada'
           MOVE PLACA-DIGITADA TO VEI-PLACA
           DISPLAY 'Modelo: '
           ACCEPT VEI-MODELO
           DISPLAY 'Nome do motorista: '
           ACCEPT VEI-DONO-NOME
           SET VEI-DONO-VISITANTE TO TRUE.

       1000-REGISTRAR-EVENTO.
           ACCEPT DH-DATA FROM DATE YYYYMMDD
           ACCEPT DH-HORA FROM TIME
           MOVE SPACES TO REG-LOG-VEICULO
           STRING DH-DATA DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               DH-HORA DELIMITED BY SIZE
               INTO LGV-DATA-HORA
           MOVE PLACA-DIGITADA TO LGV-PLACA
           MOVE VEI-MODELO TO LGV-MODELO
           MOVE VEI-TIPO-DONO TO LGV-TIPO-DONO
           MOVE VEI-DONO-NOME TO LGV-DONO-NOME
           MOVE DECISAO TO LGV-DECISAO
           MOVE PORTAO-INSTANCIA TO LGV-PORTAO
           WRITE REG-LOG-VEICULO.

       COPY CarregarMensagens.
       END PROGRAM VeiculoControle.
