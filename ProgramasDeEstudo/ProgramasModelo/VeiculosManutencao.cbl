      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Cadastro de veiculos VEICMST, chaveado pela placa:
      *          modelo, dono (visitante, funcionario ou fornecedor) e
      *          status normal/banido com motivo e validade, no mesmo
      *          desenho do VISITMST. Dono visitante ja cadastrado no
      *          VISITMST traz o nome de la. O VeiculoControle.cbl
      *          consulta este master no portao. Mudancas journaladas
      *          pelo copybook de auditoria compartilhado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VeiculosManutencao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VEICULOS ASSIGN TO "VEICMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEI-PLACA
               FILE STATUS IS FS-VEICULOS.
           SELECT OPTIONAL VISITANTES ASSIGN TO "VISITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIS-DOCUMENTO
               FILE STATUS IS FS-VISITANTES.
           COPY AuditJournalSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  VEICULOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegVeiculo.
       FD  VISITANTES.
      *----Mesmo layout do REG-VISITANTE de VisitantesManutencao.cbl
       01  REG-VISITANTE.
           03 VIS-DOCUMENTO PIC 9(11).
           03 VIS-NOME PIC X(30).
           03 VIS-STATUS PIC X(1).
               88 VIS-NORMAL VALUE 'N'.
               88 VIS-BANIDO VALUE 'B'.
           03 VIS-MOTIVO-BAN PIC X(30).
           03 VIS-BAN-EXPIRA PIC 9(8).
       COPY AuditJournalFD.
       WORKING-STORAGE SECTION.
       01  FS-VEICULOS PIC X(2).
       01  FS-VISITANTES PIC X(2).
       01  FIM-VEICULOS PIC X.
       01  PLACA-PESQUISA PIC X(7).
       01  OPCAO PIC 9 VALUE 0.
       PROCEDURE DIVISION.
           OPEN I-O VEICULOS
           OPEN INPUT VISITANTES
           OPEN EXTEND AUDIT-JOURNAL
           MOVE 'VEICULOSMANUT' TO AUDIT-PROGRAMA
           ACCEPT AUDIT-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM UNTIL OPCAO = 9
               DISPLAY '1 - Listar veiculos'
               DISPLAY '2 - Cadastrar veiculo'
               DISPLAY '3 - Alterar modelo e dono'
               DISPLAY '4 - Banir placa'
               DISPLAY '5 - Retirar banimento'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM 1000-LISTAR-VEICULOS
                   WHEN 2
                       PERFORM 2000-CADASTRAR
                   WHEN 3
                       PERFORM 3000-ALTERAR
                   WHEN 4
                       PERFORM 4000-BANIR
                   WHEN 5
                       PERFORM 5000-RETIRAR-BAN
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida'
               END-EVALUATE
           END-PERFORM
           CLOSE VEICULOS
           CLOSE VISITANTES
           CLOSE AUDIT-JOURNAL
           GOBACK.

       1000-LISTAR-VEICULOS.
           MOVE 'N' TO FIM-VEICULOS
           MOVE LOW-VALUES TO VEI-PLACA
           START VEICULOS KEY NOT LESS THAN VEI-PLACA
               INVALID KEY
                   MOVE 'S' TO FIM-VEICULOS
           END-START
           PERFORM UNTIL FIM-VEICULOS = 'S'
               READ VEICULOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-VEICULOS
                   NOT AT END
                       DISPLAY VEI-PLACA ' ' VEI-MODELO ' '
                           VEI-TIPO-DONO ' ' VEI-DONO-NOME ' '
                           VEI-STATUS ' ' VEI-MOTIVO-BAN
               END-READ
           END-PERFORM.

      *----Placa digitada em maiusculas e sem traco, como no documento
      *----do veiculo
       1100-DIGITAR-PLACA.
           DISPLAY 'Placa (sem traco): '
           ACCEPT PLACA-PESQUISA
           INSPECT PLACA-PESQUISA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE PLACA-PESQUISA TO VEI-PLACA.

       2000-CADASTRAR.
           PERFORM 1100-DIGITAR-PLACA
           IF PLACA-PESQUISA = SPACES
               DISPLAY 'Placa invalida'
           ELSE
               READ VEICULOS KEY IS VEI-PLACA
                   INVALID KEY
                       PERFORM 2100-DIGITAR-DADOS
                       SET VEI-NORMAL TO TRUE
                       MOVE SPACES TO VEI-MOTIVO-BAN
                       MOVE 0 TO VEI-BAN-EXPIRA
                       WRITE REG-VEICULO
                       MOVE 'INCLUSAO-VEICULO' TO AUDIT-ACAO
                       MOVE SPACES TO AUDIT-VALOR-ANTES
                       PERFORM 2200-MONTAR-VALOR-VEICULO
                       PERFORM 9900-GRAVAR-AUDITORIA
                       DISPLAY 'Veiculo cadastrado'
                   NOT INVALID KEY
                       DISPLAY 'Placa ja cadastrada: ' VEI-MODELO
               END-READ
           END-IF.

      *----Modelo e dono; o dono visitante achado no VISITMST vem com
      *----o nome do cadastro de visitantes
       2100-DIGITAR-DADOS.
           DISPLAY 'Modelo: '
           ACCEPT VEI-MODELO
           MOVE SPACE TO VEI-TIPO-DONO
           PERFORM UNTIL VEI-TIPO-DONO-VALIDO
               DISPLAY 'Dono - V visitante, F funcionario, '
                   'S fornecedor: '
               ACCEPT VEI-TIPO-DONO
               INSPECT VEI-TIPO-DONO CONVERTING 'vfs' TO 'VFS'
           END-PERFORM
           DISPLAY 'Documento do dono (so numeros): '
           ACCEPT VEI-DONO-DOCUMENTO
           MOVE SPACES TO VEI-DONO-NOME
           IF VEI-DONO-VISITANTE
               MOVE VEI-DONO-DOCUMENTO TO VIS-DOCUMENTO
               READ VISITANTES KEY IS VIS-DOCUMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VIS-NOME TO VEI-DONO-NOME
                       DISPLAY 'Visitante: ' VIS-NOME
               END-READ
           END-IF
           IF VEI-DONO-NOME = SPACES
               DISPLAY 'Nome do dono: '
               ACCEPT VEI-DONO-NOME
           END-IF.

       2200-MONTAR-VALOR-VEICULO.
           MOVE SPACES TO AUDIT-VALOR-DEPOIS
           STRING VEI-PLACA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VEI-TIPO-DONO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VEI-DONO-NOME DELIMITED BY SIZE
               INTO AUDIT-VALOR-DEPOIS.

       3000-ALTERAR.
           PERFORM 1100-DIGITAR-PLACA
           READ VEICULOS KEY IS VEI-PLACA
               INVALID KEY
                   DISPLAY 'Placa nao cadastrada'
               NOT INVALID KEY
                   PERFORM 2200-MONTAR-VALOR-VEICULO
                   MOVE AUDIT-VALOR-DEPOIS TO AUDIT-VALOR-ANTES
                   PERFORM 2100-DIGITAR-DADOS
                   REWRITE REG-VEICULO
                   MOVE 'ALTERACAO-VEICULO' TO AUDIT-ACAO
                   PERFORM 2200-MONTAR-VALOR-VEICULO
                   PERFORM 9900-GRAVAR-AUDITORIA
                   DISPLAY 'Veiculo alterado'
           END-READ.

       4000-BANIR.
           PERFORM 1100-DIGITAR-PLACA
           READ VEICULOS KEY IS VEI-PLACA
               INVALID KEY
                   DISPLAY 'Placa nao cadastrada'
               NOT INVALID KEY
                   MOVE VEI-STATUS TO AUDIT-VALOR-ANTES
                   SET VEI-BANIDO TO TRUE
                   DISPLAY 'Motivo do banimento: '
                   ACCEPT VEI-MOTIVO-BAN
                   DISPLAY 'Validade (AAAAMMDD, 0 sem prazo): '
                   ACCEPT VEI-BAN-EXPIRA
                   REWRITE REG-VEICULO
                   MOVE 'BANIMENTO-PLACA' TO AUDIT-ACAO
                   MOVE VEI-MOTIVO-BAN TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   DISPLAY 'Placa banida'
           END-READ.

       5000-RETIRAR-BAN.
           PERFORM 1100-DIGITAR-PLACA
           READ VEICULOS KEY IS VEI-PLACA
               INVALID KEY
                   DISPLAY 'Placa nao cadastrada'
               NOT INVALID KEY
                   MOVE VEI-STATUS TO AUDIT-VALOR-ANTES
                   SET VEI-NORMAL TO TRUE
                   MOVE SPACES TO VEI-MOTIVO-BAN
                   MOVE 0 TO VEI-BAN-EXPIRA
                   REWRITE REG-VEICULO
                   MOVE 'RETIRADA-BAN-PLACA' TO AUDIT-ACAO
                   MOVE VEI-STATUS TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   DISPLAY 'Banimento retirado'
           END-READ.

       COPY GravarAuditoria.
       END PROGRAM VeiculosManutencao.
