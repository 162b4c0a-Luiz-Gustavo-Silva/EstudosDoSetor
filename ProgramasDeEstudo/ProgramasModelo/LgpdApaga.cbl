      *          certificado por pedido para a pasta de compliance.
      *          As medicoes do historico IMCHIST ficam: sem o cadastro
      *          identificado viram medida anonima para estatistica.
      *          O CPF/CNPJ sai junto com o nome: o documento e dado
      *          pessoal e deixa livre a chave alternada do cadastro.
      *          Os consentimentos vigentes do titular no livro CONSENT
      *          sao revogados com origem L; o historico fica como
      *          prova do que valeu ate o apagamento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LgpdApaga.
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
      *----Certificado de conclusao, uma linha por pedido, acumulado
      *----entre as rodadas para a pasta de compliance
               05 HIST-ALTURA PIC 9(1)V9(2).
               05 HIST-PESO PIC 9(3)V9(2).
               05 HIST-IMC PIC 9(2)V9(2).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       FD  CERTIFICADOS.
       01  REG-CERTIFICADO.
           03 CERT-TIPO PIC X(1).
       01  CARIMBO PIC X(15).
       01  QTD-CONCLUIDOS PIC 9(4) VALUE 0.
       01  QTD-NAO-ENCONTRADOS PIC 9(4) VALUE 0.
       COPY ConsentimentoParam.
       PROCEDURE DIVISION.
           OPEN INPUT PEDIDOS-LGPD
           OPEN I-O CLIENTES
           MOVE NOME-ANONIMO TO CLI-NOME
           MOVE SPACES TO CLI-ENDERECO
           MOVE SPACES TO CLI-TELEFONE
           MOVE SPACE TO CLI-DOC-TIPO
           MOVE 0 TO CLI-DOC-NUMERO
           SET CLI-OPTOU-OUT TO TRUE
           SET CLI-BLOQUEADO-LGPD TO TRUE
           MOVE 0 TO CLI-MERGE-DESTINO
           MOVE PED-NUMERO TO AUDIT-VALOR-ANTES
           MOVE 'ANONIMIZADO' TO AUDIT-VALOR-DEPOIS
           PERFORM 9900-GRAVAR-AUDITORIA
           PERFORM 4000-REVOGAR-CONSENTIMENTOS
           PERFORM 8100-CERTIFICAR-CONCLUIDO.

      *----As medicoes (historico embutido e IMCHIST) ficam para a
               NOT INVALID KEY
                   MOVE NOME-ANONIMO TO PAC-NOME
                   MOVE SPACES TO PAC-ENDERECO
                   MOVE SPACE TO PAC-DOC-TIPO
                   MOVE 0 TO PAC-DOC-NUMERO
                   REWRITE REG-PACIENTE
                   MOVE 'LGPD-APAGAMENTO' TO AUDIT-ACAO
                   MOVE PED-NUMERO TO AUDIT-VALOR-ANTES
                   MOVE 'ANONIMIZADO' TO AUDIT-VALOR-DEPOIS
                   PERFORM 9900-GRAVAR-AUDITORIA
                   PERFORM 4000-REVOGAR-CONSENTIMENTOS
                   PERFORM 8100-CERTIFICAR-CONCLUIDO
           END-READ.

      *----Todas as finalidades e canais do titular; livro fora do ar
      *----nao segura o apagamento, mas fica no journal para a
      *----revogacao ser feita a mao no ConsentimentoManutencao
       4000-REVOGAR-CONSENTIMENTOS.
           MOVE 3 TO CONSENT-FUNCAO
           MOVE PED-TIPO TO CONSENT-TIPO
           MOVE PED-NUMERO TO CONSENT-ID
           MOVE SPACES TO CONSENT-FINALIDADE
           MOVE SPACE TO CONSENT-CANAL
           MOVE 'L' TO CONSENT-ORIGEM
           MOVE AUDIT-OPERADOR TO CONSENT-OPERADOR
           MOVE DH-DATA TO CONSENT-DATA
           CALL 'Consentimento' USING CONSENT-FUNCAO CONSENT-TIPO
               CONSENT-ID CONSENT-FINALIDADE CONSENT-CANAL
               CONSENT-ORIGEM CONSENT-REFERENCIA CONSENT-OPERADOR
               CONSENT-DATA CONSENT-DESTINO RETORNO-CONSENT
           IF RETORNO-CONSENT = 40
               MOVE 'LGPD-CONSENTIMENTO' TO AUDIT-ACAO
               MOVE PED-NUMERO TO AUDIT-VALOR-ANTES
               MOVE 'LIVRO INDISPONIVEL' TO AUDIT-VALOR-DEPOIS
               PERFORM 9900-GRAVAR-AUDITORIA
           END-IF.

       8000-CERTIFICAR-NAO-ENCONTRADO.
           ADD 1 TO QTD-NAO-ENCONTRADOS
           MOVE SPACES TO REG-CERTIFICADO
