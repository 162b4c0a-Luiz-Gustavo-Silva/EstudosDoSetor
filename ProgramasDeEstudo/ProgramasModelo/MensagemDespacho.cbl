      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Despacho diario da fila unica de mensagens MSGSAIDA,
      *          alimentada pelo AgendaLembrete, CartasCobranca,
      *          FrequenciaAlerta, EsperaOferta e ImcEncaminha. Cada
      *          mensagem tem o canal resolvido pelo destinatario:
      *          cliente pelos canais do CONTATOS (o preferido, ou o
      *          canal pedido pelo programa de origem, e por ultimo
      *          o telefone do cadastro), responsavel de aluno pelo
      *          cliente pagador do RESPONSAVEIS, paciente pelo
      *          contato do PACCTT. Canal devolvido pelo gateway
      *          (MensagemRetorno) nao e usado. Mensagem de
      *          marketing so sai com consentimento vigente no livro
      *          CONSENT (Consentimento.cbl) para o canal usado, de
      *          cliente ou de paciente; as de servico saem sempre.
      *          O que sai vai na remessa MSGENVIO ao gateway; o que
      *          nao sai (sem canal, sem consentimento, destinatario
      *          apagado ou sem cadastro) vai para o
      *          relatorio MSGDSPRPT, e a carta ou a ligacao de
      *          costume cobre esse destinatario. A fila e esvaziada
      *          no fim da rodada. RETURN-CODE 4 quando alguma
      *          mensagem ficou sem sair.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MensagemDespacho.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MensagemSaidaSelect.
           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT OPTIONAL CONTATOS ASSIGN TO "CONTATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS FS-CONTATOS.
           SELECT OPTIONAL RESPONSAVEIS ASSIGN TO "RESPONSA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS FS-RESPONSAVEIS.
      *----Mesmo master de pacientes de IMC.cbl/IMCBatch.cbl
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT OPTIONAL PAC-CONTATOS ASSIGN TO "PACCTT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-PAC-ID
               FILE STATUS IS FS-PAC-CONTATOS.
      *----Remessa do dia ao gateway de mensagens
           SELECT ENVIO-GATEWAY ASSIGN TO "MSGENVIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-DESPACHO ASSIGN TO "MSGDSPRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       COPY MensagemSaidaFD.
       FD  CLIENTES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegCliente.
       FD  CONTATOS.
      *----Mesmo layout do REG-CONTATO de Clientes.cbl
       01  REG-CONTATO.
           03 CTT-CHAVE.
               05 CTT-NUMERO PIC 9(6).
               05 CTT-SEQ PIC 9(2).
           03 CTT-TIPO PIC X(1).
               88 CTT-TELEFONICO VALUE 'F' 'W'.
               88 CTT-EMAIL VALUE 'E'.
           03 CTT-VALOR PIC X(40).
           03 CTT-PREFERIDO PIC X(1).
               88 CTT-E-PREFERIDO VALUE 'S'.
           03 CTT-SITUACAO PIC X(1).
               88 CTT-DEVOLVIDO VALUE 'D'.
           03 CTT-QTD-DEVOLUCAO PIC 9(2).
       FD  RESPONSAVEIS.
      *----Mesmo layout do REG-RESPONSAVEL de ResponsavelManutencao
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
       FD  PATIENTS.
      *----So a frente do REG-PACIENTE de IMC.cbl: daqui so saem
      *----PAC-ID e PAC-NOME, o resto do registro nao e tocado
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 FILLER PIC X(207).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  PAC-CONTATOS.
      *----Mesmo layout do REG-PAC-CONTATO de PacContatoManutencao
       01  REG-PAC-CONTATO.
           03 PCT-PAC-ID PIC 9(6).
           03 PCT-TIPO PIC X(1).
           03 PCT-CONTATO PIC X(40).
       FD  ENVIO-GATEWAY.
       COPY RegMensagemEnvio.
       FD  RELATORIO-DESPACHO.
       01  REG-RELATORIO PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-CLIENTES PIC X(2).
       01  FS-CONTATOS PIC X(2).
       01  FS-RESPONSAVEIS PIC X(2).
       01  FS-PATIENTS PIC X(2).
       01  FS-PAC-CONTATOS PIC X(2).
       01  FIM-FILA PIC X VALUE 'N'.
       01  FIM-CONTATOS PIC X.
       01  DATA-HOJE PIC 9(8).
      *----Nome que o PacientesMerge grava no ponteiro (seguido do
      *----numero do sobrevivente) e o que o LgpdApaga deixa no
      *----titular apagado
       01  PREFIXO-PONTEIRO PIC X(21) VALUE 'MESCLADO NO PACIENTE '.
       01  NOME-ANONIMO PIC X(30) VALUE 'TITULAR ANONIMIZADO LGPD'.
      *----Destinatario resolvido: cliente dono dos canais (o proprio,
      *----o sobrevivente da mesclagem ou o pagador do aluno) e o
      *----paciente corrente
       01  CLIENTE-DESTINO PIC 9(6).
       01  PACIENTE-DESTINO PIC 9(6).
      *----Em branco enquanto a mensagem pode sair; senao o motivo que
      *----vai para o relatorio
       01  MOTIVO-RECUSA PIC X(22).
      *----Melhor canal de cada tipo achado no CONTATOS: o preferido,
      *----senao o primeiro em uso
       01  CANAIS-ACHADOS.
           03 SMS-VALOR PIC X(40).
           03 SMS-SEQ PIC 9(2).
           03 EMAIL-VALOR PIC X(40).
           03 EMAIL-SEQ PIC 9(2).
      *----S ou E quando o canal marcado preferido esta em uso
           03 CANAL-PREFERIDO PIC X(1).
      *----Marketing so pelos canais com consentimento no livro; na
      *----mensagem de servico os dois ficam liberados
       01  CONSENTE-SMS PIC X.
       01  CONSENTE-EMAIL PIC X.
       COPY ConsentimentoParam.
       01  SEQUENCIA-ENVIO PIC 9(6) VALUE 0.
       01  CONTADORES-DESPACHO.
           03 QTD-LIDAS PIC 9(6) VALUE 0.
           03 QTD-SMS PIC 9(6) VALUE 0.
           03 QTD-EMAIL PIC 9(6) VALUE 0.
           03 QTD-SEM-CANAL PIC 9(6) VALUE 0.
           03 QTD-SEM-CONSENTIMENTO PIC 9(6) VALUE 0.
           03 QTD-DESTINO-INATIVO PIC 9(6) VALUE 0.
           03 QTD-NAO-ENVIADAS PIC 9(6) VALUE 0.
       01  LINHA-RECUSA.
           03 LR-PROGRAMA PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LR-DEST-TIPO PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LR-DEST-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-MODELO PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-MOTIVO PIC X(22).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LR-VARIAVEL PIC X(20).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           OPEN EXTEND RUN-CONTROLE
           MOVE 'MENSAGEMDESPACHO' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN INPUT MENSAGENS-SAIDA
           OPEN INPUT CLIENTES
           OPEN INPUT CONTATOS
           OPEN INPUT RESPONSAVEIS
           OPEN INPUT PATIENTS
           OPEN INPUT PAC-CONTATOS
           OPEN OUTPUT ENVIO-GATEWAY
           OPEN OUTPUT RELATORIO-DESPACHO
           MOVE 'MENSAGENS NAO DESPACHADAS AO GATEWAY' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM UNTIL FIM-FILA = 'S'
               READ MENSAGENS-SAIDA
                   AT END
                       MOVE 'S' TO FIM-FILA
                   NOT AT END
                       PERFORM 1000-DESPACHAR-MENSAGEM
               END-READ
           END-PERFORM
           PERFORM 4000-GRAVAR-RESUMO
           CLOSE MENSAGENS-SAIDA
           CLOSE CLIENTES
           CLOSE CONTATOS
           CLOSE RESPONSAVEIS
           CLOSE PATIENTS
           CLOSE PAC-CONTATOS
           CLOSE ENVIO-GATEWAY
           CLOSE RELATORIO-DESPACHO
      *----Fila consumida: a remessa e o relatorio ficam com o dia
           OPEN OUTPUT MENSAGENS-SAIDA
           CLOSE MENSAGENS-SAIDA
           MOVE QTD-LIDAS TO RUN-LIDOS
           COMPUTE RUN-GRAVADOS = QTD-SMS + QTD-EMAIL
           MOVE QTD-NAO-ENVIADAS TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           IF QTD-NAO-ENVIADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'Mensagens lidas ' QTD-LIDAS ', SMS ' QTD-SMS
               ', e-mail ' QTD-EMAIL ', nao enviadas '
               QTD-NAO-ENVIADAS
           STOP RUN.

       1000-DESPACHAR-MENSAGEM.
           ADD 1 TO QTD-LIDAS
           MOVE SPACES TO MOTIVO-RECUSA
           MOVE SPACES TO REG-MENSAGEM-ENVIO
           EVALUATE TRUE
               WHEN MSG-PARA-CLIENTE
                   MOVE MSG-DEST-ID TO CLIENTE-DESTINO
                   PERFORM 2000-RESOLVER-CLIENTE
               WHEN MSG-PARA-RESPONSAVEL
                   PERFORM 3000-RESOLVER-RESPONSAVEL
               WHEN MSG-PARA-PACIENTE
                   PERFORM 3500-RESOLVER-PACIENTE
               WHEN OTHER
                   MOVE 'DESTINATARIO INVALIDO' TO MOTIVO-RECUSA
           END-EVALUATE
           IF MOTIVO-RECUSA = SPACES
               PERFORM 1500-GRAVAR-ENVIO
           ELSE
               PERFORM 1600-RELATAR-RECUSA
           END-IF.

      *----Canal, endereco e origem do contato ja montados pela
      *----resolucao; aqui entram a referencia e o conteudo
       1500-GRAVAR-ENVIO.
           ADD 1 TO SEQUENCIA-ENVIO
           MOVE DATA-HOJE TO ENV-DATA
           MOVE SEQUENCIA-ENVIO TO ENV-SEQUENCIA
           MOVE MSG-MODELO TO ENV-MODELO
           MOVE MSG-VARIAVEIS TO ENV-VARIAVEIS
           IF ENV-CANAL = 'S'
               ADD 1 TO QTD-SMS
           ELSE
               ADD 1 TO QTD-EMAIL
           END-IF
           WRITE REG-MENSAGEM-ENVIO.

       1600-RELATAR-RECUSA.
           ADD 1 TO QTD-NAO-ENVIADAS
           EVALUATE MOTIVO-RECUSA
               WHEN 'SEM CANAL'
                   ADD 1 TO QTD-SEM-CANAL
               WHEN 'SEM CONSENTIMENTO'
                   ADD 1 TO QTD-SEM-CONSENTIMENTO
               WHEN OTHER
                   ADD 1 TO QTD-DESTINO-INATIVO
           END-EVALUATE
           MOVE MSG-PROGRAMA TO LR-PROGRAMA
           MOVE MSG-DEST-TIPO TO LR-DEST-TIPO
           MOVE MSG-DEST-ID TO LR-DEST-ID
           MOVE MSG-MODELO TO LR-MODELO
           MOVE MOTIVO-RECUSA TO LR-MOTIVO
           MOVE MSG-VARIAVEL(1) TO LR-VARIAVEL
           MOVE LINHA-RECUSA TO REG-RELATORIO
           WRITE REG-RELATORIO.

      *----Ponteiro de mesclagem manda para o sobrevivente; titular
      *----apagado pela LGPD nao recebe nada; marketing so pelos
      *----canais que o cliente consentiu no livro
       2000-RESOLVER-CLIENTE.
           MOVE CLIENTE-DESTINO TO CLI-NUMERO
           READ CLIENTES KEY IS CLI-NUMERO
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO MOTIVO-RECUSA
           END-READ
           IF MOTIVO-RECUSA = SPACES AND CLI-MESCLADO
               MOVE CLI-MERGE-DESTINO TO CLIENTE-DESTINO
               MOVE CLIENTE-DESTINO TO CLI-NUMERO
               READ CLIENTES KEY IS CLI-NUMERO
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO' TO MOTIVO-RECUSA
               END-READ
           END-IF
           IF MOTIVO-RECUSA = SPACES
               EVALUATE TRUE
                   WHEN CLI-BLOQUEADO-LGPD
                       MOVE 'TITULAR APAGADO LGPD' TO MOTIVO-RECUSA
                   WHEN CLI-MESCLADO
                       MOVE 'CLIENTE MESCLADO' TO MOTIVO-RECUSA
               END-EVALUATE
           END-IF
           IF MOTIVO-RECUSA = SPACES
               PERFORM 2100-VARRER-CONTATOS
               PERFORM 2300-FILTRAR-CONSENTIMENTO
           END-IF
           IF MOTIVO-RECUSA = SPACES
               PERFORM 2200-ESCOLHER-CANAL
           END-IF.

      *----Canais em uso do cliente por tipo: fone e whatsapp servem
      *----para SMS, e-mail para e-mail; o preferido passa na frente
      *----do primeiro achado
       2100-VARRER-CONTATOS.
           MOVE SPACES TO CANAIS-ACHADOS
           MOVE 0 TO SMS-SEQ
           MOVE 0 TO EMAIL-SEQ
           MOVE 'N' TO FIM-CONTATOS
           MOVE CLIENTE-DESTINO TO CTT-NUMERO
           MOVE 0 TO CTT-SEQ
           START CONTATOS KEY NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-CONTATOS
           END-START
           PERFORM UNTIL FIM-CONTATOS = 'S'
               READ CONTATOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-CONTATOS
                   NOT AT END
                       IF CTT-NUMERO NOT = CLIENTE-DESTINO
                           MOVE 'S' TO FIM-CONTATOS
                       ELSE
                           IF NOT CTT-DEVOLVIDO AND
                                   CTT-VALOR NOT = SPACES
                               PERFORM 2150-GUARDAR-CANAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2150-GUARDAR-CANAL.
           IF CTT-TELEFONICO
               IF SMS-VALOR = SPACES OR CTT-E-PREFERIDO
                   MOVE CTT-VALOR TO SMS-VALOR
                   MOVE CTT-SEQ TO SMS-SEQ
               END-IF
               IF CTT-E-PREFERIDO
                   MOVE 'S' TO CANAL-PREFERIDO
               END-IF
           END-IF
           IF CTT-EMAIL
               IF EMAIL-VALOR = SPACES OR CTT-E-PREFERIDO
                   MOVE CTT-VALOR TO EMAIL-VALOR
                   MOVE CTT-SEQ TO EMAIL-SEQ
               END-IF
               IF CTT-E-PREFERIDO
                   MOVE 'E' TO CANAL-PREFERIDO
               END-IF
           END-IF.

      *----Canal pedido pelo programa de origem quando o cliente o
      *----tem; senao o preferido do cliente, depois SMS, depois
      *----e-mail e, sem nada no CONTATOS, o telefone do cadastro
       2200-ESCOLHER-CANAL.
           EVALUATE TRUE
               WHEN MSG-CANAL-SMS AND SMS-VALOR NOT = SPACES
                   PERFORM 2210-USAR-SMS
               WHEN MSG-CANAL-EMAIL AND EMAIL-VALOR NOT = SPACES
                   PERFORM 2220-USAR-EMAIL
               WHEN CANAL-PREFERIDO = 'S'
                   PERFORM 2210-USAR-SMS
               WHEN CANAL-PREFERIDO = 'E'
                   PERFORM 2220-USAR-EMAIL
               WHEN SMS-VALOR NOT = SPACES
                   PERFORM 2210-USAR-SMS
               WHEN EMAIL-VALOR NOT = SPACES
                   PERFORM 2220-USAR-EMAIL
               WHEN CLI-TELEFONE NOT = SPACES AND CONSENTE-SMS = 'S'
                   MOVE 'S' TO ENV-CANAL
                   MOVE CLI-TELEFONE TO ENV-ENDERECO
                   SET ENV-DO-CADASTRO TO TRUE
                   MOVE CLIENTE-DESTINO TO ENV-CONTATO-ID
                   MOVE 0 TO ENV-CONTATO-SEQ
               WHEN OTHER
                   MOVE 'SEM CANAL' TO MOTIVO-RECUSA
           END-EVALUATE.

       2210-USAR-SMS.
           MOVE 'S' TO ENV-CANAL
           MOVE SMS-VALOR TO ENV-ENDERECO
           SET ENV-DO-CONTATOS TO TRUE
           MOVE CLIENTE-DESTINO TO ENV-CONTATO-ID
           MOVE SMS-SEQ TO ENV-CONTATO-SEQ.

       2220-USAR-EMAIL.
           MOVE 'E' TO ENV-CANAL
           MOVE EMAIL-VALOR TO ENV-ENDERECO
           SET ENV-DO-CONTATOS TO TRUE
           MOVE CLIENTE-DESTINO TO ENV-CONTATO-ID
           MOVE EMAIL-SEQ TO ENV-CONTATO-SEQ.

      *----Marketing: canal sem consentimento de MK no livro sai da
      *----escolha (e o preferido dele deixa de valer); sem nenhum
      *----dos dois a mensagem fica sem consentimento
       2300-FILTRAR-CONSENTIMENTO.
           MOVE 'S' TO CONSENTE-SMS
           MOVE 'S' TO CONSENTE-EMAIL
           IF MSG-MARKETING
               MOVE 'C' TO CONSENT-TIPO
               MOVE CLIENTE-DESTINO TO CONSENT-ID
               MOVE 'S' TO CONSENT-CANAL
               PERFORM 9700-CONSULTAR-CONSENTIMENTO
               IF RETORNO-CONSENT NOT = 00
                   MOVE 'N' TO CONSENTE-SMS
                   MOVE SPACES TO SMS-VALOR
                   IF CANAL-PREFERIDO = 'S'
                       MOVE SPACE TO CANAL-PREFERIDO
                   END-IF
               END-IF
               MOVE 'E' TO CONSENT-CANAL
               PERFORM 9700-CONSULTAR-CONSENTIMENTO
               IF RETORNO-CONSENT NOT = 00
                   MOVE 'N' TO CONSENTE-EMAIL
                   MOVE SPACES TO EMAIL-VALOR
                   IF CANAL-PREFERIDO = 'E'
                       MOVE SPACE TO CANAL-PREFERIDO
                   END-IF
               END-IF
               IF CONSENTE-SMS = 'N' AND CONSENTE-EMAIL = 'N'
                   MOVE 'SEM CONSENTIMENTO' TO MOTIVO-RECUSA
               END-IF
           END-IF.

      *----O responsavel nao tem canal proprio: fala-se com ele pelos
      *----contatos do cliente pagador da mensalidade
       3000-RESOLVER-RESPONSAVEL.
           MOVE MSG-DEST-ID TO RSP-MATRICULA
           READ RESPONSAVEIS KEY IS RSP-MATRICULA
               INVALID KEY
                   MOVE 'ALUNO SEM RESPONSAVEL' TO MOTIVO-RECUSA
           END-READ
           IF MOTIVO-RECUSA = SPACES
               IF RSP-CLIENTE = 0
                   MOVE 'SEM CANAL' TO MOTIVO-RECUSA
               ELSE
                   MOVE RSP-CLIENTE TO CLIENTE-DESTINO
                   PERFORM 2000-RESOLVER-CLIENTE
               END-IF
           END-IF.

      *----Paciente: ponteiro de mesclagem manda para o sobrevivente
      *----e titular apagado nao recebe nada. O canal e o unico
      *----contato de recado do PACCTT, e marketing so sai com o
      *----consentimento do paciente no livro para esse canal.
       3500-RESOLVER-PACIENTE.
           MOVE MSG-DEST-ID TO PACIENTE-DESTINO
           MOVE PACIENTE-DESTINO TO PAC-ID
           READ PATIENTS KEY IS PAC-ID
               INVALID KEY
                   MOVE 'PACIENTE NAO CADASTRADO' TO MOTIVO-RECUSA
           END-READ
           IF MOTIVO-RECUSA = SPACES AND
                   PAC-NOME(1:21) = PREFIXO-PONTEIRO AND
                   PAC-NOME(22:6) IS NUMERIC
               MOVE PAC-NOME(22:6) TO PACIENTE-DESTINO
               MOVE PACIENTE-DESTINO TO PAC-ID
               READ PATIENTS KEY IS PAC-ID
                   INVALID KEY
                       MOVE 'PACIENTE NAO CADASTRADO'
                           TO MOTIVO-RECUSA
               END-READ
           END-IF
           IF MOTIVO-RECUSA = SPACES
               IF PAC-NOME = NOME-ANONIMO OR
                       PAC-NOME(1:21) = PREFIXO-PONTEIRO
                   MOVE 'TITULAR APAGADO LGPD' TO MOTIVO-RECUSA
               END-IF
           END-IF
           IF MOTIVO-RECUSA = SPACES
               PERFORM 3600-CANAL-PACIENTE
           END-IF
           IF MOTIVO-RECUSA = SPACES AND MSG-MARKETING
               MOVE 'P' TO CONSENT-TIPO
               MOVE PACIENTE-DESTINO TO CONSENT-ID
               MOVE ENV-CANAL TO CONSENT-CANAL
               PERFORM 9700-CONSULTAR-CONSENTIMENTO
               IF RETORNO-CONSENT NOT = 00
                   MOVE 'SEM CONSENTIMENTO' TO MOTIVO-RECUSA
               END-IF
           END-IF.

       3600-CANAL-PACIENTE.
           MOVE PACIENTE-DESTINO TO PCT-PAC-ID
           READ PAC-CONTATOS KEY IS PCT-PAC-ID
               INVALID KEY
                   MOVE SPACES TO PCT-CONTATO
           END-READ
           IF PCT-CONTATO = SPACES
               MOVE 'SEM CANAL' TO MOTIVO-RECUSA
           ELSE
               EVALUATE PCT-TIPO
                   WHEN 'F'
                   WHEN 'W'
                       MOVE 'S' TO ENV-CANAL
                   WHEN 'E'
                       MOVE 'E' TO ENV-CANAL
                   WHEN OTHER
                       MOVE 'SEM CANAL' TO MOTIVO-RECUSA
               END-EVALUATE
           END-IF
           IF MOTIVO-RECUSA = SPACES
               MOVE PCT-CONTATO TO ENV-ENDERECO
               SET ENV-DO-PACCTT TO TRUE
               MOVE PACIENTE-DESTINO TO ENV-CONTATO-ID
               MOVE 0 TO ENV-CONTATO-SEQ
           END-IF.

       4000-GRAVAR-RESUMO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Mensagens na fila: "==
                         ==VALOR==   BY ==QTD-LIDAS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Enviadas por SMS: "==
                         ==VALOR==   BY ==QTD-SMS==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Enviadas por e-mail: "==
                         ==VALOR==   BY ==QTD-EMAIL==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Sem canal: "==
                         ==VALOR==   BY ==QTD-SEM-CANAL==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Sem consentimento: "==
                         ==VALOR==   BY ==QTD-SEM-CONSENTIMENTO==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           COPY MontarLinhaRotulo
               REPLACING ==ROTULO==  BY =="Destino inativo: "==
                         ==VALOR==   BY ==QTD-DESTINO-INATIVO==
                         ==UNIDADE== BY ==SPACES==
                         ==LINHA==   BY ==LINHA-RESUMO==.
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO.

      *----Marketing vigente no livro para CONSENT-TIPO/ID no
      *----CONSENT-CANAL; livro fora do ar conta como sem
      *----consentimento
       9700-CONSULTAR-CONSENTIMENTO.
           MOVE 1 TO CONSENT-FUNCAO
           MOVE 'MK' TO CONSENT-FINALIDADE
           MOVE 0 TO CONSENT-DATA
           CALL 'Consentimento' USING CONSENT-FUNCAO CONSENT-TIPO
               CONSENT-ID CONSENT-FINALIDADE CONSENT-CANAL
               CONSENT-ORIGEM CONSENT-REFERENCIA CONSENT-OPERADOR
               CONSENT-DATA CONSENT-DESTINO RETORNO-CONSENT.

       COPY GravarRunControle.
       END PROGRAM MensagemDespacho.
