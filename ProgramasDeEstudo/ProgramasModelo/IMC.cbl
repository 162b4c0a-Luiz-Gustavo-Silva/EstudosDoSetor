      * Date: 08/08/2026
      * Purpose: Calculo e classificacao do Indice de Massa Corporal,
      *          com cadastro de pacientes e historico de visitas.
      *          A classificacao da visita emite (ou, se mudou de
      *          faixa, reemite) o plano nutricional do paciente pelo
      *          PlanoNutriAtualiza. O cadastro leva o CPF/CNPJ do
      *          paciente, conferido pelo DocumentoValida e recusado se
      *          ja for de outro paciente; opcional (crianca nao tem),
      *          e pedido uma vez na visita de quem ainda esta sem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMC.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
      *----Historico completo (append-only) de cada visita, usado para
      *----acompanhar a tendencia do paciente ao longo do tempo.
               05 HIST-ALTURA PIC 9(1)V9(2).
               05 HIST-PESO PIC 9(3)V9(2).
               05 HIST-IMC PIC 9(2)V9(2).
      *----CPF ou CNPJ do paciente, validado pelo DocumentoValida:
      *----tipo F-CPF (11 algarismos da direita), J-CNPJ; em branco
      *----com numero zerado quando o paciente nao tem (crianca) ou
      *----enquanto nao e levantado. Chave alternada (tipo + numero)
      *----em todos os abridores do arquivo
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
                   88 PAC-DOC-CPF VALUE 'F'.
                   88 PAC-DOC-CNPJ VALUE 'J'.
                   88 PAC-SEM-DOCUMENTO VALUE SPACE.
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  IMC-HISTORY.
       01  REG-HISTORICO.
           03 HIST-KEY.
       01  DELTA-IMC PIC S9(2)V9(2).
       01  DELTA-IMC-EDITADO PIC -9,99.
       01  IDADE-PACIENTE PIC 9(3).
      *----Faixa etaria do plano nutricional (A adulto, P pediatrico)
      *----e retorno do PlanoNutriAtualiza
       01  FAIXA-IDADE-PLANO PIC X(1).
       01  RETORNO-PLANO PIC 9(2).
      *----Consulta paginada da serie completa de visitas em IMCHIST
       01  RESP-HISTORICO PIC X.
       01  FIM-CONSULTA PIC X.
      *----Retorno do diretorio de CEP compartilhado (CepDiretorio):
      *----00-achou, 10-mal formado, 20-fora do diretorio
       01  RETORNO-CEP PIC 9(2).
      *----Documento do painel ja depurado pelo DocumentoValida
      *----(1-valida o digitado, 2-formata o gravado) e o paciente
      *----que ja tem esse documento, quando houver
       01  DOC-FUNCAO PIC 9.
       01  DOC-DIGITADO PIC X(18).
       01  DOC-TIPO PIC X(1).
       01  DOC-NUMERO PIC 9(14).
       01  DOC-FORMATADO PIC X(18).
       01  RETORNO-DOCUMENTO PIC 9(2).
       01  DOC-PACIENTE-ATUAL PIC 9(6).
       01  DOC-OUTRO-PACIENTE PIC 9(6).
       01  FIM-DOCUMENTOS PIC X.
      *----A procura pelo documento le outros pacientes na area do
      *----FD; o registro da visita e o status da leitura dele (que
      *----decide entre WRITE e REWRITE no fim) ficam guardados aqui
       01  PACIENTE-SALVO PIC X(258).
       01  FS-PATIENTS-SALVO PIC X(2).
      *----Campos do painel de cadastro do paciente: espelham o
      *----REG-PACIENTE enquanto o operador edita, e so vao para o
      *----registro depois da validacao e da confirmacao
           03 PNL-BAIRRO PIC X(20).
           03 PNL-CIDADE PIC X(20).
           03 PNL-UF PIC X(2).
           03 PNL-DOCUMENTO PIC X(18).
       01  PNL-MENSAGEM PIC X(50).
       01  PNL-CONFIRMA PIC X(1).
       01  PAINEL-ENCERRADO PIC X.
           03 LINE 12 COLUMN 15 PIC X(20) USING PNL-CIDADE.
           03 LINE 13 COLUMN 2 VALUE 'UF.........:'.
           03 LINE 13 COLUMN 15 PIC X(2) USING PNL-UF.
           03 LINE 14 COLUMN 2 VALUE 'CPF/CNPJ...:'.
           03 LINE 14 COLUMN 15 PIC X(18) USING PNL-DOCUMENTO.
           03 LINE 15 COLUMN 2 PIC X(50) FROM PNL-MENSAGEM.
      *----Linha de confirmacao, exibida so com o painel validado
       01  TELA-CONFIRMA.
      *----Consulta a dado pessoal vai para o log de acessos da LGPD
                   MOVE PAC-ID TO ACS-NUMERO
                   PERFORM 9600-GRAVAR-ACESSO
                   IF PAC-DOC-NUMERO NOT NUMERIC OR PAC-SEM-DOCUMENTO
                       PERFORM 2500-COMPLETAR-DOCUMENTO
                   END-IF
           END-READ
           IF PAC-QTD-HISTORICO > 0
               MOVE 'S' TO TEM-IMC-ANTERIOR
               SUBTRACT 1 FROM IDADE-PACIENTE
           END-IF
           IF IDADE-PACIENTE < 18
               MOVE 'P' TO FAIXA-IDADE-PLANO
               PERFORM 5000-CLASSIFICAR-IMC-PEDIATRICO
           ELSE
               MOVE 'A' TO FAIXA-IDADE-PLANO
               PERFORM 1000-CLASSIFICAR-IMC
           END-IF.
           MOVE IMC TO IMC-EDITADO.
           END-IF
           PERFORM 3000-REGISTRAR-HISTORICO.
           PERFORM 4000-GRAVAR-IMC-HISTORY.
           PERFORM 8000-ATUALIZAR-PLANO.
           DISPLAY 'Registrar sinais vitais da visita (S/N)? '
           ACCEPT RESP-SINAIS
           IF RESP-SINAIS = 'S' OR RESP-SINAIS = 's'
           MOVE PNL-BAIRRO TO PAC-END-BAIRRO
           MOVE PNL-CIDADE TO PAC-END-CIDADE
           MOVE PNL-UF TO PAC-END-UF
           MOVE DOC-TIPO TO PAC-DOC-TIPO
           MOVE DOC-NUMERO TO PAC-DOC-NUMERO
           MOVE 0 TO PAC-QTD-HISTORICO.

       2100-PAINEL-PACIENTE.
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE
           IF PNL-MENSAGEM = SPACES
               PERFORM 2300-VALIDAR-DOCUMENTO
           END-IF.

      *----CPF/CNPJ pelo DocumentoValida, que devolve o documento ja
      *----pontuado para o painel; em branco passa (paciente sem
      *----documento), valido ainda precisa nao ser de outro paciente
       2300-VALIDAR-DOCUMENTO.
           IF PNL-DOCUMENTO = SPACES
               MOVE SPACE TO DOC-TIPO
               MOVE 0 TO DOC-NUMERO
           ELSE
               MOVE 1 TO DOC-FUNCAO
               MOVE PNL-DOCUMENTO TO DOC-DIGITADO
               CALL 'DocumentoValida' USING DOC-FUNCAO DOC-DIGITADO
                   DOC-TIPO DOC-NUMERO DOC-FORMATADO RETORNO-DOCUMENTO
               EVALUATE RETORNO-DOCUMENTO
                   WHEN 00
                       MOVE DOC-FORMATADO TO PNL-DOCUMENTO
                       PERFORM 2400-PROCURAR-DOCUMENTO
                   WHEN 20
                       MOVE 'CPF/CNPJ COM DIGITO VERIFICADOR INVALIDO'
                           TO PNL-MENSAGEM
                   WHEN OTHER
                       MOVE 'CPF/CNPJ MAL FORMADO, 11 OU 14 ALGARISMOS'
                           TO PNL-MENSAGEM
               END-EVALUATE
           END-IF.

      *----Varre a chave alternada no documento. Ponteiro de
      *----mesclagem e paciente apagado pela LGPD ja tiveram o
      *----documento limpo e nao aparecem aqui
       2400-PROCURAR-DOCUMENTO.
           MOVE REG-PACIENTE TO PACIENTE-SALVO
           MOVE FS-PATIENTS TO FS-PATIENTS-SALVO
           MOVE PAC-ID TO DOC-PACIENTE-ATUAL
           MOVE 0 TO DOC-OUTRO-PACIENTE
           MOVE 'N' TO FIM-DOCUMENTOS
           MOVE DOC-TIPO TO PAC-DOC-TIPO
           MOVE DOC-NUMERO TO PAC-DOC-NUMERO
           START PATIENTS KEY IS EQUAL TO PAC-DOCUMENTO
               INVALID KEY
                   MOVE 'S' TO FIM-DOCUMENTOS
           END-START
           PERFORM UNTIL FIM-DOCUMENTOS = 'S'
               READ PATIENTS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-DOCUMENTOS
                   NOT AT END
                       IF PAC-DOC-TIPO NOT = DOC-TIPO OR
                               PAC-DOC-NUMERO NOT = DOC-NUMERO
                           MOVE 'S' TO FIM-DOCUMENTOS
                       ELSE
                           IF PAC-ID NOT = DOC-PACIENTE-ATUAL
                               MOVE PAC-ID TO DOC-OUTRO-PACIENTE
                               MOVE 'S' TO FIM-DOCUMENTOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE PACIENTE-SALVO TO REG-PACIENTE
           MOVE FS-PATIENTS-SALVO TO FS-PATIENTS
           IF DOC-OUTRO-PACIENTE NOT = 0
               STRING 'CPF/CNPJ JA CADASTRADO NO PACIENTE '
                   DELIMITED BY SIZE
                   DOC-OUTRO-PACIENTE DELIMITED BY SIZE
                   INTO PNL-MENSAGEM
           END-IF.

      *----Paciente antigo, cadastrado antes do documento: pede uma
      *----vez na visita, com a mesma validacao do painel; ENTER em
      *----branco deixa para a proxima. Vai para o registro no
      *----REWRITE do fim da visita
       2500-COMPLETAR-DOCUMENTO.
           MOVE 'X' TO PNL-MENSAGEM
           PERFORM UNTIL PNL-MENSAGEM = SPACES
               DISPLAY 'Paciente sem CPF/CNPJ, informe (ENTER pula): '
               MOVE SPACES TO PNL-DOCUMENTO
               ACCEPT PNL-DOCUMENTO
               MOVE SPACES TO PNL-MENSAGEM
               PERFORM 2300-VALIDAR-DOCUMENTO
               IF PNL-MENSAGEM NOT = SPACES
                   DISPLAY PNL-MENSAGEM
               END-IF
           END-PERFORM
           IF PNL-DOCUMENTO NOT = SPACES
               MOVE DOC-TIPO TO PAC-DOC-TIPO
               MOVE DOC-NUMERO TO PAC-DOC-NUMERO
               DISPLAY 'CPF/CNPJ ' PNL-DOCUMENTO
           END-IF.

      *----O historico embutido e so um cache das 5 visitas mais
      *----recentes, para a tela nao precisar ir ao IMCHIST; a serie
               END-IF
           END-IF.

      *----Plano nutricional da faixa em que a visita caiu; o plano
      *----novo sai na proxima rodada do PlanoImprime
       8000-ATUALIZAR-PLANO.
           CALL 'PlanoNutriAtualiza' USING PAC-ID FAIXA-IDADE-PLANO
               PAC-SEXO MENSAGEM-CLASSIFICACAO DATA-HOJE RETORNO-PLANO
           EVALUATE RETORNO-PLANO
               WHEN 01
                   DISPLAY 'Plano nutricional emitido para a faixa '
                       MENSAGEM-CLASSIFICACAO
               WHEN 02
                   DISPLAY 'Classificacao mudou: plano nutricional '
                       'reemitido para ' MENSAGEM-CLASSIFICACAO
               WHEN 10
                   DISPLAY 'AVISO: SEM MODELO DE PLANO NUTRICIONAL '
                       'PARA A FAIXA ' MENSAGEM-CLASSIFICACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COPY GravarAcesso.
       END PROGRAM IMC.
