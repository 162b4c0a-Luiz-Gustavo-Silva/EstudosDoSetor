      * Date: 08/08/2026
      * Purpose: Cadastro de clientes (CLIENTE-REC) a partir do arquivo
      *          so declarado no exemplo de I-O-Section.cob.
      *          O painel pede o CPF/CNPJ, conferido pelo
      *          DocumentoValida e obrigatorio na inclusao; documento
      *          que ja pertence a outro cliente e recusado, e o
      *          cliente pode ser achado pelo documento na chave
      *          alternada. A lista de contatos aponta o canal que o
      *          gateway de mensagens devolveu (MensagemRetorno); um
      *          contato incluido de novo nasce em uso. O campo de
      *          marketing do painel le e grava o livro de
      *          consentimentos (Consentimento.cbl) com origem painel
      *          e o operador da sessao; o CLI-OPT-IN fica como
      *          espelho. A exclusao passa antes pelo
      *          ReferenciaVerifica: cliente com conta, contrato,
      *          mandato, acordo, limite ou paciente vinculado em
      *          aberto, ou pagador de aluno ativo, nao e excluido, e
      *          cliente so com historico encerrado e inativado em vez
      *          de excluido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Clientes.
      *----pedir o numero
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
      *----Chave alternada pelo CPF/CNPJ (tipo + numero). Fica com
      *----duplicatas porque os cadastros antigos ainda estao sem
      *----documento; a unicidade e garantida aqui na inclusao e na
      *----alteracao, que recusam documento de outro cliente
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
      *----Arquivo-filho de canais de contato (fones, e-mails,
      *----whatsapp), um registro por canal, chave numero + sequencia;
           03 CTT-VALOR PIC X(40).
           03 CTT-PREFERIDO PIC X(1).
               88 CTT-E-PREFERIDO VALUE 'S'.
      *----Situacao do canal pelos retornos do gateway de mensagens
      *----(MensagemRetorno): D-devolvido, fora do despacho ate ser
      *----corrigido; devolucoes temporarias seguidas sao contadas
      *----e, no limite, tambem marcam o canal como devolvido
           03 CTT-SITUACAO PIC X(1).
               88 CTT-DEVOLVIDO VALUE 'D'.
           03 CTT-QTD-DEVOLUCAO PIC 9(2).
       FD  SEGMENTOS.
      *----Mesmo layout gravado pelo ScoreCliente.cbl
       01  REG-SEGMENTO.
           03 MOV-ACAO PIC X(1).
           03 MOV-NUMERO PIC 9(6).
           03 MOV-DATA-HORA PIC X(15).
      *----Imagem do REG-CLIENTE depois da operacao, para o
      *----RecuperaMestres reaplicar a mudanca sobre um CLIENTES
      *----restaurado do backup
           03 MOV-IMAGEM PIC X(171).
       COPY AuditJournalFD.
       COPY AcessoLogFD.
       WORKING-STORAGE SECTION.
       01  NUMERO-PESQUISA PIC 9(6).
       01  OPCAO PIC 9 VALUE 0.
       01  ANTES-NOME PIC X(30).
      *----Marketing como estava antes do painel: so a mudanca vira
      *----concessao ou revogacao no livro de consentimentos
       01  ANTES-OPT-IN PIC X(1).
       COPY ConsentimentoParam.
      *----Dependentes do cliente achados antes da exclusao
       COPY ReferenciaParam.
       01  IDX-REFERENCIA PIC 9(2).
       01  RESP-INATIVAR PIC X(1).
      *----Pesquisa por nome parcial: o prefixo digitado, o tamanho
      *----util dele e quantos candidatos sairam na tela
       01  NOME-PESQUISA PIC X(30).
       01  TAM-PREFIXO PIC 9(2).
       01  QTD-CANDIDATOS PIC 9(3).
      *----Documento do painel ja depurado pelo DocumentoValida
      *----(1-valida o digitado, 2-formata o gravado) e o cliente que
      *----ja tem esse documento, quando houver
       01  DOC-FUNCAO PIC 9.
       01  DOC-DIGITADO PIC X(18).
       01  DOC-TIPO PIC X(1).
       01  DOC-NUMERO PIC 9(14).
       01  DOC-FORMATADO PIC X(18).
       01  RETORNO-DOCUMENTO PIC 9(2).
       01  DOC-OUTRO-CLIENTE PIC 9(6).
       01  FIM-DOCUMENTOS PIC X.
      *----A procura pelo documento le outros clientes na area do FD;
      *----o registro em edicao fica guardado aqui enquanto isso
       01  CLIENTE-SALVO PIC X(171).
      *----Retorno do diretorio de CEP compartilhado (CepDiretorio):
      *----00-achou, 10-mal formado, 20-fora do diretorio
       01  RETORNO-CEP PIC 9(2).
           03 PNL-UF PIC X(2).
           03 PNL-TELEFONE PIC X(15).
           03 PNL-OPT-IN PIC X(1).
           03 PNL-DOCUMENTO PIC X(18).
       01  PNL-MENSAGEM PIC X(50).
       01  PNL-CONFIRMA PIC X(1).
       01  PAINEL-CONFIRMADO PIC X.
       01  PAINEL-ENCERRADO PIC X.
      *----Painel aberto por inclusao: so ai o documento e obrigatorio;
      *----na alteracao o cadastro antigo ainda sem documento passa
       01  PAINEL-INCLUSAO PIC X.
       01  MOV-CARIMBO.
           03 MC-DATA PIC 9(8).
           03 FILLER PIC X VALUE '-'.
           03 LINE 12 COLUMN 15 PIC X(15) USING PNL-TELEFONE.
           03 LINE 13 COLUMN 2 VALUE 'MARKETING..:'.
           03 LINE 13 COLUMN 15 PIC X(1) USING PNL-OPT-IN.
           03 LINE 14 COLUMN 2 VALUE 'CPF/CNPJ...:'.
           03 LINE 14 COLUMN 15 PIC X(18) USING PNL-DOCUMENTO.
           03 LINE 15 COLUMN 2 PIC X(50) FROM PNL-MENSAGEM.
      *----Linha de confirmacao, exibida so com o painel validado
       01  TELA-CONFIRMA.
               DISPLAY '5 - Excluir cliente'
               DISPLAY '6 - Pesquisar cliente pelo nome'
               DISPLAY '7 - Contatos do cliente'
               DISPLAY '8 - Pesquisar cliente pelo CPF/CNPJ'
               DISPLAY '9 - Sair'
               ACCEPT OPCAO
               EVALUATE OPCAO
                       PERFORM 7000-PESQUISAR-POR-NOME
                   WHEN 7
                       PERFORM 7500-MENU-CONTATOS
                   WHEN 8
                       PERFORM 8000-PESQUISAR-POR-DOCUMENTO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
           CLOSE MOVIMENTOS
           CLOSE AUDIT-JOURNAL
           CLOSE ACESSO-LOG
           MOVE 9 TO CONSENT-FUNCAO
           CALL 'Consentimento' USING CONSENT-FUNCAO CONSENT-TIPO
               CONSENT-ID CONSENT-FINALIDADE CONSENT-CANAL
               CONSENT-ORIGEM CONSENT-REFERENCIA CONSENT-OPERADOR
               CONSENT-DATA CONSENT-DESTINO RETORNO-CONSENT
           MOVE 2 TO TRANCA-FUNCAO
           CALL 'TrancaArquivo' USING TRANCA-FUNCAO TRANCA-ARQUIVO
               TRANCA-SESSAO TRANCA-RETORNO TRANCA-DETENTOR
               NOT INVALID KEY
                   DISPLAY CLI-NUMERO ' ' CLI-NOME ' '
                       CLI-ENDERECO ' ' CLI-TELEFONE
                   PERFORM 2200-MOSTRAR-DOCUMENTO
      *----Consulta a dado pessoal vai para o log de acessos da LGPD
                   MOVE CLI-NUMERO TO ACS-NUMERO
                   PERFORM 9600-GRAVAR-ACESSO
               END-READ
           END-IF.

       2200-MOSTRAR-DOCUMENTO.
           IF CLI-SEM-DOCUMENTO
               DISPLAY 'CPF/CNPJ nao informado'
           ELSE
               MOVE 2 TO DOC-FUNCAO
               MOVE CLI-DOC-TIPO TO DOC-TIPO
               MOVE CLI-DOC-NUMERO TO DOC-NUMERO
               CALL 'DocumentoValida' USING DOC-FUNCAO DOC-DIGITADO
                   DOC-TIPO DOC-NUMERO DOC-FORMATADO RETORNO-DOCUMENTO
               DISPLAY 'CPF/CNPJ ' DOC-FORMATADO
           END-IF.

      *----So grava se o numero de cliente ainda nao estiver cadastrado
       3000-INCLUIR-CLIENTE.
           DISPLAY 'Numero do cliente: '
                   MOVE SPACES TO PAINEL-CLIENTE-CAMPOS
                   MOVE NUMERO-PESQUISA TO PNL-NUMERO
                   MOVE 'N' TO PNL-OPT-IN
                   MOVE 'N' TO ANTES-OPT-IN
                   MOVE 'S' TO PAINEL-INCLUSAO
                   PERFORM 6500-PAINEL-CLIENTE
                   IF PAINEL-CONFIRMADO = 'S'
                       MOVE NUMERO-PESQUISA TO CLI-NUMERO
      *----area do registro carrega o lixo da leitura anterior
                       MOVE 0 TO CLI-MERGE-DESTINO
                       WRITE REG-CLIENTE
                       PERFORM 6800-GRAVAR-CONSENTIMENTO
                       MOVE 'I' TO ACAO-MOVIMENTO
                       PERFORM 9500-GRAVAR-MOVIMENTO
                       MOVE 'INCLUSAO' TO AUDIT-ACAO
               NOT INVALID KEY
                   MOVE CLI-NOME TO ANTES-NOME
                   PERFORM 6700-REGISTRO-PARA-PAINEL
                   MOVE 'N' TO PAINEL-INCLUSAO
                   PERFORM 6500-PAINEL-CLIENTE
                   IF PAINEL-CONFIRMADO = 'S'
                       PERFORM 6600-PAINEL-PARA-REGISTRO
                       REWRITE REG-CLIENTE
                       PERFORM 6800-GRAVAR-CONSENTIMENTO
                       MOVE 'U' TO ACAO-MOVIMENTO
                       PERFORM 9500-GRAVAR-MOVIMENTO
                       MOVE 'ALTERACAO' TO AUDIT-ACAO
                   DISPLAY 'Cliente nao encontrado'
               NOT INVALID KEY
                   MOVE CLI-NOME TO ANTES-NOME
                   IF CLI-MESCLADO OR CLI-BLOQUEADO-LGPD
                       DISPLAY 'Numero bloqueado contra reuso '
                           '(mesclado ou apagado pela LGPD), nao '
                           'pode ser excluido'
                   ELSE
                       PERFORM 5100-VERIFICAR-REFERENCIAS
                   END-IF
           END-READ.

      *----Sem dependentes, exclui; so com historico encerrado (conta
      *----quitada, contrato encerrado...) o cliente fica inativo para
      *----o historico nao perder o dono; com obrigacao em aberto a
      *----exclusao e recusada
       5100-VERIFICAR-REFERENCIAS.
           MOVE 'C' TO REF-TIPO
           MOVE CLI-NUMERO TO REF-NUMERO
           CALL 'ReferenciaVerifica' USING REF-TIPO REF-NUMERO
               REF-QTD REF-DEPENDENTES RETORNO-REFERENCIA
           EVALUATE RETORNO-REFERENCIA
               WHEN 00
                   DELETE CLIENTES RECORD
                   DISPLAY 'Cliente excluido'
                   MOVE 'D' TO ACAO-MOVIMENTO
                   MOVE ANTES-NOME TO AUDIT-VALOR-ANTES
                   MOVE SPACES TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
               WHEN 10
                   PERFORM 5200-MOSTRAR-REFERENCIAS
                   DISPLAY 'Cliente com historico, nao pode ser '
                       'excluido. Inativar (S/N)? '
                   ACCEPT RESP-INATIVAR
                   IF RESP-INATIVAR = 'S' OR RESP-INATIVAR = 's'
                       SET CLI-INATIVO TO TRUE
                       REWRITE REG-CLIENTE
                       DISPLAY 'Cliente inativado'
                       MOVE 'U' TO ACAO-MOVIMENTO
                       PERFORM 9500-GRAVAR-MOVIMENTO
                       MOVE 'INATIVACAO' TO AUDIT-ACAO
                       MOVE ANTES-NOME TO AUDIT-VALOR-ANTES
                       MOVE 'INATIVADO NO LUGAR DA EXCLUSAO'
                           TO AUDIT-VALOR-DEPOIS
                       PERFORM 9900-GRAVAR-AUDITORIA
                   ELSE
                       DISPLAY 'Nada alterado'
                   END-IF
               WHEN OTHER
                   PERFORM 5200-MOSTRAR-REFERENCIAS
                   DISPLAY 'Exclusao recusada: ha obrigacoes em '
                       'aberto (A) apontando para o cliente'
           END-EVALUATE.

       5200-MOSTRAR-REFERENCIAS.
           DISPLAY 'Registros que apontam para o cliente: ' REF-QTD
           PERFORM VARYING IDX-REFERENCIA FROM 1 BY 1
                   UNTIL IDX-REFERENCIA > 20 OR
                         IDX-REFERENCIA > REF-QTD
               DISPLAY '  ' REF-ARQUIVO(IDX-REFERENCIA) ' '
                   REF-CHAVE(IDX-REFERENCIA) ' '
                   REF-SITUACAO(IDX-REFERENCIA)
           END-PERFORM
           IF REF-QTD > 20
               DISPLAY '  ... e mais registros'
           END-IF.

      *----Pesquisa pela chave alternada de nome: posiciona no
      *----prefixo digitado e lista os candidatos enquanto o nome
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE
           IF PNL-MENSAGEM = SPACES
               PERFORM 6530-VALIDAR-DOCUMENTO
           END-IF.

      *----CPF/CNPJ pelo DocumentoValida, que devolve o documento ja
      *----pontuado para o painel; valido, ainda precisa nao ser de
      *----outro cliente
       6530-VALIDAR-DOCUMENTO.
           IF PNL-DOCUMENTO = SPACES
               MOVE SPACE TO DOC-TIPO
               MOVE 0 TO DOC-NUMERO
               IF PAINEL-INCLUSAO = 'S'
                   MOVE 'INFORME O CPF OU CNPJ' TO PNL-MENSAGEM
               END-IF
           ELSE
               MOVE 1 TO DOC-FUNCAO
               MOVE PNL-DOCUMENTO TO DOC-DIGITADO
               CALL 'DocumentoValida' USING DOC-FUNCAO DOC-DIGITADO
                   DOC-TIPO DOC-NUMERO DOC-FORMATADO RETORNO-DOCUMENTO
               EVALUATE RETORNO-DOCUMENTO
                   WHEN 00
                       MOVE DOC-FORMATADO TO PNL-DOCUMENTO
                       PERFORM 6540-PROCURAR-DOCUMENTO
                   WHEN 20
                       MOVE 'CPF/CNPJ COM DIGITO VERIFICADOR INVALIDO'
                           TO PNL-MENSAGEM
                   WHEN OTHER
                       MOVE 'CPF/CNPJ MAL FORMADO, 11 OU 14 ALGARISMOS'
                           TO PNL-MENSAGEM
               END-EVALUATE
           END-IF.

      *----Varre a chave alternada no documento; ponteiro de
      *----mesclagem e cadastro apagado pela LGPD nao contam
       6540-PROCURAR-DOCUMENTO.
           MOVE REG-CLIENTE TO CLIENTE-SALVO
           MOVE 0 TO DOC-OUTRO-CLIENTE
           MOVE 'N' TO FIM-DOCUMENTOS
           MOVE DOC-TIPO TO CLI-DOC-TIPO
           MOVE DOC-NUMERO TO CLI-DOC-NUMERO
           START CLIENTES KEY IS EQUAL TO CLI-DOCUMENTO
               INVALID KEY
                   MOVE 'S' TO FIM-DOCUMENTOS
           END-START
           PERFORM UNTIL FIM-DOCUMENTOS = 'S'
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-DOCUMENTOS
                   NOT AT END
                       IF CLI-DOC-TIPO NOT = DOC-TIPO OR
                               CLI-DOC-NUMERO NOT = DOC-NUMERO
                           MOVE 'S' TO FIM-DOCUMENTOS
                       ELSE
                           IF CLI-NUMERO NOT = PNL-NUMERO AND
                                   NOT CLI-MESCLADO AND
                                   NOT CLI-BLOQUEADO-LGPD
                               MOVE CLI-NUMERO TO DOC-OUTRO-CLIENTE
                               MOVE 'S' TO FIM-DOCUMENTOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE CLIENTE-SALVO TO REG-CLIENTE
           IF DOC-OUTRO-CLIENTE NOT = 0
               STRING 'CPF/CNPJ JA CADASTRADO NO CLIENTE '
                   DELIMITED BY SIZE
                   DOC-OUTRO-CLIENTE DELIMITED BY SIZE
                   INTO PNL-MENSAGEM
           END-IF.

       6600-PAINEL-PARA-REGISTRO.
           MOVE PNL-NOME TO CLI-NOME
           MOVE PNL-CIDADE TO CLI-END-CIDADE
           MOVE PNL-UF TO CLI-END-UF
           MOVE PNL-TELEFONE TO CLI-TELEFONE
           MOVE PNL-OPT-IN TO CLI-OPT-IN
           MOVE DOC-TIPO TO CLI-DOC-TIPO
           MOVE DOC-NUMERO TO CLI-DOC-NUMERO.

       6700-REGISTRO-PARA-PAINEL.
           MOVE CLI-NUMERO TO PNL-NUMERO
           MOVE CLI-END-CIDADE TO PNL-CIDADE
           MOVE CLI-END-UF TO PNL-UF
           MOVE CLI-TELEFONE TO PNL-TELEFONE
      *----Marketing vigente em qualquer canal do livro aparece como
      *----S; com o livro fora do ar vale o espelho do cadastro
           MOVE 1 TO CONSENT-FUNCAO
           MOVE 'C' TO CONSENT-TIPO
           MOVE CLI-NUMERO TO CONSENT-ID
           MOVE 'MK' TO CONSENT-FINALIDADE
           MOVE SPACE TO CONSENT-CANAL
           MOVE 0 TO CONSENT-DATA
           CALL 'Consentimento' USING CONSENT-FUNCAO CONSENT-TIPO
               CONSENT-ID CONSENT-FINALIDADE CONSENT-CANAL
               CONSENT-ORIGEM CONSENT-REFERENCIA CONSENT-OPERADOR
               CONSENT-DATA CONSENT-DESTINO RETORNO-CONSENT
           EVALUATE RETORNO-CONSENT
               WHEN 00
                   MOVE 'S' TO PNL-OPT-IN
               WHEN 40
                   MOVE CLI-OPT-IN TO PNL-OPT-IN
               WHEN OTHER
                   MOVE 'N' TO PNL-OPT-IN
           END-EVALUATE
           MOVE PNL-OPT-IN TO ANTES-OPT-IN
           MOVE SPACES TO PNL-DOCUMENTO
           IF NOT CLI-SEM-DOCUMENTO
               MOVE 2 TO DOC-FUNCAO
               MOVE CLI-DOC-TIPO TO DOC-TIPO
               MOVE CLI-DOC-NUMERO TO DOC-NUMERO
               CALL 'DocumentoValida' USING DOC-FUNCAO DOC-DIGITADO
                   DOC-TIPO DOC-NUMERO DOC-FORMATADO RETORNO-DOCUMENTO
               MOVE DOC-FORMATADO TO PNL-DOCUMENTO
           END-IF.

      *----Mudanca do marketing no painel vai para o livro: S concede
      *----em todos os canais, N revoga todos os canais de marketing;
      *----as outras finalidades nao passam pelo painel
       6800-GRAVAR-CONSENTIMENTO.
           IF PNL-OPT-IN NOT = ANTES-OPT-IN
               IF PNL-OPT-IN = 'S'
                   MOVE 2 TO CONSENT-FUNCAO
                   MOVE '*' TO CONSENT-CANAL
               ELSE
                   MOVE 3 TO CONSENT-FUNCAO
                   MOVE SPACE TO CONSENT-CANAL
               END-IF
               MOVE 'C' TO CONSENT-TIPO
               MOVE CLI-NUMERO TO CONSENT-ID
               MOVE 'MK' TO CONSENT-FINALIDADE
               MOVE 'P' TO CONSENT-ORIGEM
               MOVE 'PAINEL CLIENTES' TO CONSENT-REFERENCIA
               MOVE AUDIT-OPERADOR TO CONSENT-OPERADOR
               MOVE 0 TO CONSENT-DATA
               CALL 'Consentimento' USING CONSENT-FUNCAO CONSENT-TIPO
                   CONSENT-ID CONSENT-FINALIDADE CONSENT-CANAL
                   CONSENT-ORIGEM CONSENT-REFERENCIA CONSENT-OPERADOR
                   CONSENT-DATA CONSENT-DESTINO RETORNO-CONSENT
               IF RETORNO-CONSENT = 40
                   DISPLAY 'LIVRO DE CONSENTIMENTOS INDISPONIVEL, '
                       'MARKETING SO NO CADASTRO'
               END-IF
           END-IF.

      *----Pesquisa pela chave alternada do documento: o cliente
      *----dono do CPF/CNPJ digitado, sem precisar do numero
       8000-PESQUISAR-POR-DOCUMENTO.
           DISPLAY 'CPF ou CNPJ: '
           ACCEPT DOC-DIGITADO
           MOVE 1 TO DOC-FUNCAO
           CALL 'DocumentoValida' USING DOC-FUNCAO DOC-DIGITADO
               DOC-TIPO DOC-NUMERO DOC-FORMATADO RETORNO-DOCUMENTO
           IF RETORNO-DOCUMENTO NOT = 00
               DISPLAY 'CPF/CNPJ invalido'
           ELSE
               MOVE DOC-TIPO TO CLI-DOC-TIPO
               MOVE DOC-NUMERO TO CLI-DOC-NUMERO
               READ CLIENTES KEY IS CLI-DOCUMENTO
                   INVALID KEY
                       DISPLAY 'Nenhum cliente com esse CPF/CNPJ'
                   NOT INVALID KEY
                       DISPLAY CLI-NUMERO ' ' CLI-NOME ' '
                           CLI-ENDERECO ' ' CLI-TELEFONE
                       PERFORM 2200-MOSTRAR-DOCUMENTO
                       MOVE CLI-NUMERO TO ACS-NUMERO
                       PERFORM 9600-GRAVAR-ACESSO
               END-READ
           END-IF.

      *----Canais de contato do cliente: o arquivo-filho CONTATOS
      *----guarda quantos fones/e-mails/whatsapp o cliente tiver, um
                       MOVE 'S' TO FIM-CONTATOS
                   NOT AT END
                       IF CTT-NUMERO = NUMERO-PESQUISA
                           IF CTT-DEVOLVIDO
                               DISPLAY CTT-SEQ ' ' CTT-TIPO ' '
                                   CTT-VALOR ' PREF=' CTT-PREFERIDO
                                   ' DEVOLVIDO PELO GATEWAY'
                           ELSE
                               DISPLAY CTT-SEQ ' ' CTT-TIPO ' '
                                   CTT-VALOR ' PREF=' CTT-PREFERIDO
                           END-IF
                       ELSE
                           MOVE 'S' TO FIM-CONTATOS
                       END-IF
               MOVE PROXIMA-SEQ TO CTT-SEQ
               MOVE NOVO-TIPO TO CTT-TIPO
               MOVE NOVO-VALOR TO CTT-VALOR
               MOVE SPACE TO CTT-SITUACAO
               MOVE 0 TO CTT-QTD-DEVOLUCAO
               WRITE REG-CONTATO
               MOVE 'INCLUSAO-CONTATO' TO AUDIT-ACAO
               MOVE SPACES TO AUDIT-VALOR-ANTES
      *----REG-CLIENTE, para o extrato diferencial do marketing
       9500-GRAVAR-MOVIMENTO.
           ACCEPT MC-DATA FROM DATE YYYYMMDD
           MOVE FUNCTION CURRENT-DATE(9:6) TO MC-HORA
           MOVE ACAO-MOVIMENTO TO MOV-ACAO
           MOVE NUMERO-PESQUISA TO MOV-NUMERO
           MOVE MOV-CARIMBO TO MOV-DATA-HORA
           MOVE REG-CLIENTE TO MOV-IMAGEM
           WRITE REG-MOVIMENTO.

       COPY GravarAuditoria.
