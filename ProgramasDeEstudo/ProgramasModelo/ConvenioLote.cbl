      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Lote mensal de guias de consulta para as operadoras
      *          de plano de saude, rodado no inicio do mes sobre a
      *          competencia anterior a data de negocio. As guias
      *          abertas do GUIAS (gravadas pelo VisitaFatura) com
      *          atendimento ate o ultimo dia da competencia sao
      *          ordenadas por convenio e numero da guia; cada
      *          convenio recebe um lote numerado pelo ultimo lote do
      *          CONVENIOS, escrito no TISSLOTE no padrao de troca da
      *          ANS (mensagem XML com cabecalho do prestador, lote e
      *          uma guiaConsulta por visita). A guia passa a enviada
      *          com o numero do lote e fica esperando o demonstrativo
      *          de pagamento no ConvenioRetorno. O LOTERPT lista as
      *          guias de cada lote com o total para a conferencia do
      *          faturamento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvenioLote.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
      *----Virgula so no relatorio; no XML o valor vai montado com
      *----ponto, como pede o padrao
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GUIAS ASSIGN TO "GUIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUI-CHAVE
               ALTERNATE RECORD KEY IS GUI-NUMERO
               FILE STATUS IS FS-GUIAS.
           SELECT OPTIONAL CONVENIOS ASSIGN TO "CONVENIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNV-CODIGO
               FILE STATUS IS FS-CONVENIOS.
           SELECT OPTIONAL PATIENTS ASSIGN TO "PATIENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-ID
               ALTERNATE RECORD KEY IS PAC-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PATIENTS.
           SELECT ARQ-SORT ASSIGN TO "SORTWK01".
           SELECT LOTE-TISS ASSIGN TO "TISSLOTE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-LOTE ASSIGN TO "LOTERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RunControleSelect.
       DATA DIVISION.
       FILE SECTION.
       FD  GUIAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegGuia.
       FD  CONVENIOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConvenio.
       FD  PATIENTS.
      *----So a frente do REG-PACIENTE de IMC.cbl
       01  REG-PACIENTE.
           03 PAC-ID PIC 9(6).
           03 PAC-NOME PIC X(30).
           03 FILLER PIC X(207).
           03 PAC-DOCUMENTO.
               05 PAC-DOC-TIPO PIC X(1).
               05 PAC-DOC-NUMERO PIC 9(14).
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SRT-CONVENIO PIC 9(4).
           03 SRT-NUMERO PIC 9(8).
           03 SRT-CHAVE PIC X(20).
       FD  LOTE-TISS.
       01  REG-TISS PIC X(120).
       FD  RELATORIO-LOTE.
       01  REG-RELATORIO PIC X(100).
       COPY RunControleFD.
       WORKING-STORAGE SECTION.
       01  FS-GUIAS PIC X(2).
       01  FS-CONVENIOS PIC X(2).
       01  FS-PATIENTS PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  FIM-SORT PIC X VALUE 'N'.
       01  DATA-HOJE PIC 9(8).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           03 DH-ANO PIC 9(4).
           03 DH-MES PIC 9(2).
           03 DH-DIA PIC 9(2).
       01  RETORNO-DATA-NEG PIC 9(2).
       01  HORA-AGORA PIC 9(8).
       01  DIA-INTEIRO PIC 9(7).
      *----Competencia: o mes anterior ao da data de negocio
       01  FIM-COMPETENCIA PIC 9(8).
      *----Convenio do lote em montagem na quebra do SORT
       01  CONVENIO-LOTE PIC 9(4) VALUE 0.
       01  LOTE-VALIDO PIC X VALUE 'N'.
       01  QTD-GUIAS-LOTE PIC 9(5).
       01  TOTAL-LOTE PIC 9(9)V9(2).
       01  QTD-LIDAS PIC 9(6) VALUE 0.
       01  QTD-ENVIADAS PIC 9(6) VALUE 0.
       01  QTD-LOTES PIC 9(4) VALUE 0.
       01  QTD-SEM-CONVENIO PIC 9(6) VALUE 0.
       01  TOTAL-ENVIADO PIC 9(9)V9(2) VALUE 0.
      *----Montagem das linhas do XML: recuo, nome e conteudo da tag
       01  TAG-RECUO PIC 9(2).
       01  TAG-NOME PIC X(40).
       01  TAG-VALOR PIC X(60).
       01  PONTEIRO PIC 9(3).
       01  QTD-BRANCOS PIC 9(2).
      *----Data AAAA-MM-DD e valor com ponto decimal do padrao
       01  DATA-CONVERTER PIC 9(8).
       01  DATA-CONVERTER-R REDEFINES DATA-CONVERTER.
           03 DC-ANO PIC 9(4).
           03 DC-MES PIC 9(2).
           03 DC-DIA PIC 9(2).
       01  DATA-XML PIC X(10).
       01  VALOR-CONVERTER PIC 9(7)V9(2).
       01  VALOR-CONVERTER-R REDEFINES VALOR-CONVERTER.
           03 VC-INTEIRO PIC 9(7).
           03 VC-CENTAVOS PIC 9(2).
       01  INTEIRO-ED PIC Z(6)9.
       01  VALOR-XML PIC X(12).
       01  NUMERO-ED PIC Z(7)9.
       01  NUMERO-XML PIC X(8).
       01  VALOR-ED PIC -(9)9,99.
       01  LINHA-GUIA.
           03 LG-LOTE PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LG-NUMERO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LG-PAC-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LG-DATA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LG-CARTEIRA PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LG-VALOR PIC -(7)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LG-SITUACAO PIC X(20).
       01  LINHA-RESUMO PIC X(100).
       PROCEDURE DIVISION.
           CALL 'DataNegocio' USING DATA-HOJE RETORNO-DATA-NEG
           IF RETORNO-DATA-NEG = 10
               DISPLAY 'AVISO: BUSDATE AUSENTE, DATA DO RELOGIO'
           END-IF
           ACCEPT HORA-AGORA FROM TIME
           COMPUTE DIA-INTEIRO = FUNCTION INTEGER-OF-DATE(
               DH-ANO * 10000 + DH-MES * 100 + 1) - 1
           COMPUTE FIM-COMPETENCIA =
               FUNCTION DATE-OF-INTEGER(DIA-INTEIRO)
           OPEN EXTEND RUN-CONTROLE
           MOVE 'CONVENIOLOTE' TO RUN-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0 TO RUN-LIDOS
           MOVE 0 TO RUN-GRAVADOS
           MOVE 0 TO RUN-REJEITADOS
           MOVE 'INICIO' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           OPEN I-O GUIAS
           IF FS-GUIAS NOT = '00' AND FS-GUIAS NOT = '05'
               DISPLAY 'ERRO AO ABRIR GUIAS (STATUS '
                   FS-GUIAS '), LOTE NAO GERADO'
               MOVE 'F' TO RUN-EVENTO
               MOVE 'ERRO' TO RUN-FINAL
               PERFORM 9800-GRAVAR-RUN-CONTROLE
               CLOSE RUN-CONTROLE
               STOP RUN
           END-IF
           OPEN I-O CONVENIOS
           OPEN INPUT PATIENTS
           OPEN OUTPUT LOTE-TISS
           OPEN OUTPUT RELATORIO-LOTE
           MOVE SPACES TO LINHA-RESUMO
           STRING 'LOTES DE GUIAS DE CONVENIO - ATENDIMENTOS ATE '
               DELIMITED BY SIZE
               FIM-COMPETENCIA DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'LOTE   GUIA      PACIENTE  DATA     CARTEIRA'
               TO REG-RELATORIO
           WRITE REG-RELATORIO
           SORT ARQ-SORT
               ON ASCENDING KEY SRT-CONVENIO SRT-NUMERO
               INPUT PROCEDURE IS 2000-SELECIONAR-GUIAS
               OUTPUT PROCEDURE IS 3000-MONTAR-LOTES
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE TOTAL-ENVIADO TO VALOR-ED
           MOVE SPACES TO LINHA-RESUMO
           STRING 'LOTES: ' DELIMITED BY SIZE
               QTD-LOTES DELIMITED BY SIZE
               '  GUIAS ENVIADAS: ' DELIMITED BY SIZE
               QTD-ENVIADAS DELIMITED BY SIZE
               '  VALOR: ' DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               '  SEM CONVENIO: ' DELIMITED BY SIZE
               QTD-SEM-CONVENIO DELIMITED BY SIZE
               INTO LINHA-RESUMO
           MOVE LINHA-RESUMO TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE GUIAS
           CLOSE CONVENIOS
           CLOSE PATIENTS
           CLOSE LOTE-TISS
           CLOSE RELATORIO-LOTE
           DISPLAY 'Competencia ate:       ' FIM-COMPETENCIA
           DISPLAY 'Lotes gerados:         ' QTD-LOTES
           DISPLAY 'Guias enviadas:        ' QTD-ENVIADAS
           DISPLAY 'Guias sem convenio:    ' QTD-SEM-CONVENIO
           MOVE QTD-LIDAS TO RUN-LIDOS
           MOVE QTD-ENVIADAS TO RUN-GRAVADOS
           MOVE QTD-SEM-CONVENIO TO RUN-REJEITADOS
           MOVE 'F' TO RUN-EVENTO
           MOVE 'OK' TO RUN-FINAL
           PERFORM 9800-GRAVAR-RUN-CONTROLE
           CLOSE RUN-CONTROLE
           STOP RUN.

      *----Guia aberta com atendimento ate o fim da competencia; a
      *----que ficou de fora de um lote anterior vai neste
       2000-SELECIONAR-GUIAS.
           MOVE 'N' TO FIM-ARQUIVO
           MOVE LOW-VALUES TO GUI-CHAVE
           START GUIAS KEY NOT LESS THAN GUI-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ GUIAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF GUI-ABERTA AND
                               GUI-DATA NOT GREATER FIM-COMPETENCIA
                           ADD 1 TO QTD-LIDAS
                           MOVE GUI-CONVENIO TO SRT-CONVENIO
                           MOVE GUI-NUMERO TO SRT-NUMERO
                           MOVE GUI-CHAVE TO SRT-CHAVE
                           RELEASE REG-SORT
                       END-IF
               END-READ
           END-PERFORM.

      *----Quebra por convenio: um lote (uma mensagem) por operadora
       3000-MONTAR-LOTES.
           PERFORM UNTIL FIM-SORT = 'S'
               RETURN ARQ-SORT
                   AT END
                       MOVE 'S' TO FIM-SORT
                   NOT AT END
                       IF SRT-CONVENIO NOT = CONVENIO-LOTE
                           PERFORM 3100-FECHAR-LOTE
                           PERFORM 3200-ABRIR-LOTE
                       END-IF
                       PERFORM 3300-INCLUIR-GUIA
               END-RETURN
           END-PERFORM
           PERFORM 3100-FECHAR-LOTE.

       3100-FECHAR-LOTE.
           IF LOTE-VALIDO = 'S'
               MOVE 2 TO TAG-RECUO
               MOVE 'guiasTISS' TO TAG-NOME
               PERFORM 3850-FECHAR-TAG
               MOVE 'loteGuias' TO TAG-NOME
               PERFORM 3850-FECHAR-TAG
               MOVE 1 TO TAG-RECUO
               MOVE 'prestadorParaOperadora' TO TAG-NOME
               PERFORM 3850-FECHAR-TAG
               MOVE 0 TO TAG-RECUO
               MOVE 'mensagemTISS' TO TAG-NOME
               PERFORM 3850-FECHAR-TAG
               MOVE TOTAL-LOTE TO VALOR-ED
               MOVE SPACES TO LINHA-RESUMO
               STRING '  LOTE ' DELIMITED BY SIZE
                   CNV-ULTIMO-LOTE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CNV-NOME DELIMITED BY SIZE
                   ' GUIAS ' DELIMITED BY SIZE
                   QTD-GUIAS-LOTE DELIMITED BY SIZE
                   ' TOTAL ' DELIMITED BY SIZE
                   VALOR-ED DELIMITED BY SIZE
                   INTO LINHA-RESUMO
               MOVE LINHA-RESUMO TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           MOVE 'N' TO LOTE-VALIDO.

      *----O numero do lote sai do CONVENIOS e ja fica gravado: lote
      *----repetido na operadora e recusado
       3200-ABRIR-LOTE.
           MOVE SRT-CONVENIO TO CONVENIO-LOTE
           MOVE SRT-CONVENIO TO CNV-CODIGO
           READ CONVENIOS KEY IS CNV-CODIGO
               INVALID KEY
                   MOVE 'N' TO LOTE-VALIDO
               NOT INVALID KEY
                   MOVE 'S' TO LOTE-VALIDO
           END-READ
           IF LOTE-VALIDO = 'S'
               ADD 1 TO CNV-ULTIMO-LOTE
               REWRITE REG-CONVENIO
               ADD 1 TO QTD-LOTES
               MOVE 0 TO QTD-GUIAS-LOTE
               MOVE 0 TO TOTAL-LOTE
               PERFORM 3400-CABECALHO-MENSAGEM
           END-IF.

       3300-INCLUIR-GUIA.
           MOVE SRT-CHAVE TO GUI-CHAVE
           READ GUIAS KEY IS GUI-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE CNV-ULTIMO-LOTE TO LG-LOTE
           MOVE GUI-NUMERO TO LG-NUMERO
           MOVE GUI-PAC-ID TO LG-PAC-ID
           MOVE GUI-DATA TO LG-DATA
           MOVE GUI-CARTEIRA TO LG-CARTEIRA
           MOVE GUI-VALOR TO LG-VALOR
           IF LOTE-VALIDO = 'N'
               ADD 1 TO QTD-SEM-CONVENIO
               MOVE 0 TO LG-LOTE
               MOVE 'CONVENIO NAO CADAST.' TO LG-SITUACAO
           ELSE
               PERFORM 3500-GUIA-CONSULTA
               MOVE CNV-ULTIMO-LOTE TO GUI-LOTE
               MOVE DATA-HOJE TO GUI-DATA-ENVIO
               SET GUI-ENVIADA TO TRUE
               REWRITE REG-GUIA
               ADD 1 TO QTD-GUIAS-LOTE
               ADD 1 TO QTD-ENVIADAS
               ADD GUI-VALOR TO TOTAL-LOTE
               ADD GUI-VALOR TO TOTAL-ENVIADO
               MOVE 'ENVIADA' TO LG-SITUACAO
           END-IF
           MOVE LINHA-GUIA TO REG-RELATORIO
           WRITE REG-RELATORIO.

      *----Cabecalho da mensagem: transacao de envio de lote, o
      *----prestador na operadora e o registro ANS do destino
       3400-CABECALHO-MENSAGEM.
           MOVE '<?xml version="1.0" encoding="ISO-8859-1"?>'
               TO REG-TISS
           WRITE REG-TISS
           MOVE SPACES TO REG-TISS
           STRING '<ans:mensagemTISS xmlns:ans="http://www.ans.gov.br'
               DELIMITED BY SIZE
               '/padroes/tiss/schemas">' DELIMITED BY SIZE
               INTO REG-TISS
           WRITE REG-TISS
           MOVE 1 TO TAG-RECUO
           MOVE 'cabecalho' TO TAG-NOME
           PERFORM 3800-ABRIR-TAG
           MOVE 2 TO TAG-RECUO
           MOVE 'identificacaoTransacao' TO TAG-NOME
           PERFORM 3800-ABRIR-TAG
           MOVE 3 TO TAG-RECUO
           MOVE 'tipoTransacao' TO TAG-NOME
           MOVE 'ENVIO_LOTE_GUIAS' TO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 'sequencialTransacao' TO TAG-NOME
           MOVE CNV-ULTIMO-LOTE TO DATA-CONVERTER
           PERFORM 3720-CONVERTER-NUMERO
           MOVE NUMERO-XML TO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 'dataRegistroTransacao' TO TAG-NOME
           MOVE DATA-HOJE TO DATA-CONVERTER
           PERFORM 3700-CONVERTER-DATA
           MOVE DATA-XML TO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 'horaRegistroTransacao' TO TAG-NOME
           MOVE SPACES TO TAG-VALOR
           STRING HORA-AGORA(1:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               HORA-AGORA(3:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               HORA-AGORA(5:2) DELIMITED BY SIZE
               INTO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 2 TO TAG-RECUO
           MOVE 'identificacaoTransacao' TO TAG-NOME
           PERFORM 3850-FECHAR-TAG
           MOVE 'origem' TO TAG-NOME
           PERFORM 3800-ABRIR-TAG
           MOVE 3 TO TAG-RECUO
           MOVE 'identificacaoPrestador' TO TAG-NOME
           PERFORM 3800-ABRIR-TAG
           MOVE 4 TO TAG-RECUO
           MOVE 'codigoPrestadorNaOperadora' TO TAG-NOME
           MOVE CNV-CODIGO-PRESTADOR TO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 3 TO TAG-RECUO
           MOVE 'identificacaoPrestador' TO TAG-NOME
           PERFORM 3850-FECHAR-TAG
           MOVE 2 TO TAG-RECUO
           MOVE 'origem' TO TAG-NOME
           PERFORM 3850-FECHAR-TAG
           MOVE 'destino' TO TAG-NOME
           PERFORM 3800-ABRIR-TAG
           MOVE 3 TO TAG-RECUO
           MOVE 'registroANS' TO TAG-NOME
           MOVE CNV-REGISTRO-ANS TO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 2 TO TAG-RECUO
           MOVE 'destino' TO TAG-NOME
           PERFORM 3850-FECHAR-TAG
           MOVE 'Padrao' TO TAG-NOME
           MOVE '3.05.00' TO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 1 TO TAG-RECUO
           MOVE 'cabecalho' TO TAG-NOME
           PERFORM 3850-FECHAR-TAG
           MOVE 'prestadorParaOperadora' TO TAG-NOME
           PERFORM 3800-ABRIR-TAG
           MOVE 2 TO TAG-RECUO
           MOVE 'loteGuias' TO TAG-NOME
           PERFORM 3800-ABRIR-TAG
           MOVE 3 TO TAG-RECUO
           MOVE 'numeroLote' TO TAG-NOME
           MOVE NUMERO-XML TO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 2 TO TAG-RECUO
           MOVE 'guiasTISS' TO TAG-NOME
           PERFORM 3800-ABRIR-TAG.

      *----Uma guia de consulta por visita: a guia do prestador leva
      *----o numero do GUIACTL, que volta no demonstrativo; a senha
      *----de autorizacao vai como numero da guia na operadora
       3500-GUIA-CONSULTA.
           MOVE GUI-PAC-ID TO PAC-ID
           READ PATIENTS KEY IS PAC-ID
               INVALID KEY
                   MOVE SPACES TO PAC-NOME
           END-READ
           MOVE 3 TO TAG-RECUO
           MOVE 'guiaConsulta' TO TAG-NOME
           PERFORM 3800-ABRIR-TAG
           MOVE 4 TO TAG-RECUO
           MOVE 'cabecalhoConsulta' TO TAG-NOME
           PERFORM 3800-ABRIR-TAG
           MOVE 5 TO TAG-RECUO
           MOVE 'registroANS' TO TAG-NOME
           MOVE CNV-REGISTRO-ANS TO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 'numeroGuiaPrestador' TO TAG-NOME
           MOVE GUI-NUMERO TO DATA-CONVERTER
           PERFORM 3720-CONVERTER-NUMERO
           MOVE NUMERO-XML TO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 4 TO TAG-RECUO
           MOVE 'cabecalhoConsulta' TO TAG-NOME
           PERFORM 3850-FECHAR-TAG
           IF GUI-SENHA NOT = SPACES
               MOVE 'numeroGuiaOperadora' TO TAG-NOME
               MOVE GUI-SENHA TO TAG-VALOR
               PERFORM 3900-GRAVAR-TAG
           END-IF
           MOVE 'dadosBeneficiario' TO TAG-NOME
           PERFORM 3800-ABRIR-TAG
           MOVE 5 TO TAG-RECUO
           MOVE 'numeroCarteira' TO TAG-NOME
           MOVE GUI-CARTEIRA TO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 'atendimentoRN' TO TAG-NOME
           MOVE 'N' TO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 'nomeBeneficiario' TO TAG-NOME
           MOVE PAC-NOME TO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 4 TO TAG-RECUO
           MOVE 'dadosBeneficiario' TO TAG-NOME
           PERFORM 3850-FECHAR-TAG
           MOVE 'dadosAtendimento' TO TAG-NOME
           PERFORM 3800-ABRIR-TAG
           MOVE 5 TO TAG-RECUO
           MOVE 'dataAtendimento' TO TAG-NOME
           MOVE GUI-DATA TO DATA-CONVERTER
           PERFORM 3700-CONVERTER-DATA
           MOVE DATA-XML TO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 'tipoConsulta' TO TAG-NOME
           MOVE '1' TO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 'procedimento' TO TAG-NOME
           PERFORM 3800-ABRIR-TAG
           MOVE 6 TO TAG-RECUO
      *----Tabela 22 (TUSS), consulta em consultorio
           MOVE 'codigoTabela' TO TAG-NOME
           MOVE '22' TO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 'codigoProcedimento' TO TAG-NOME
           MOVE '10101012' TO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 'valorProcedimento' TO TAG-NOME
           MOVE GUI-VALOR TO VALOR-CONVERTER
           PERFORM 3740-CONVERTER-VALOR
           MOVE VALOR-XML TO TAG-VALOR
           PERFORM 3900-GRAVAR-TAG
           MOVE 5 TO TAG-RECUO
           MOVE 'procedimento' TO TAG-NOME
           PERFORM 3850-FECHAR-TAG
           MOVE 4 TO TAG-RECUO
           MOVE 'dadosAtendimento' TO TAG-NOME
           PERFORM 3850-FECHAR-TAG
           MOVE 3 TO TAG-RECUO
           MOVE 'guiaConsulta' TO TAG-NOME
           PERFORM 3850-FECHAR-TAG.

       3700-CONVERTER-DATA.
           MOVE SPACES TO DATA-XML
           STRING DC-ANO DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               DC-MES DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               DC-DIA DELIMITED BY SIZE
               INTO DATA-XML.

      *----Numero sem zeros a esquerda, como o padrao espera
       3720-CONVERTER-NUMERO.
           MOVE DATA-CONVERTER TO NUMERO-ED
           MOVE 0 TO QTD-BRANCOS
           INSPECT NUMERO-ED TALLYING QTD-BRANCOS FOR LEADING SPACES
           MOVE SPACES TO NUMERO-XML
           MOVE NUMERO-ED(QTD-BRANCOS + 1:) TO NUMERO-XML.

       3740-CONVERTER-VALOR.
           MOVE VC-INTEIRO TO INTEIRO-ED
           MOVE 0 TO QTD-BRANCOS
           INSPECT INTEIRO-ED TALLYING QTD-BRANCOS FOR LEADING SPACES
           MOVE SPACES TO VALOR-XML
           STRING INTEIRO-ED(QTD-BRANCOS + 1:) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               VC-CENTAVOS DELIMITED BY SIZE
               INTO VALOR-XML.

      *----Linhas do XML: <ans:nome>, </ans:nome> e
      *----<ans:nome>conteudo</ans:nome>, recuadas dois espacos por
      *----nivel
       3800-ABRIR-TAG.
           MOVE SPACES TO REG-TISS
           COMPUTE PONTEIRO = TAG-RECUO * 2 + 1
           STRING '<ans:' DELIMITED BY SIZE
               TAG-NOME DELIMITED BY SPACE
               '>' DELIMITED BY SIZE
               INTO REG-TISS WITH POINTER PONTEIRO
           WRITE REG-TISS.

       3850-FECHAR-TAG.
           MOVE SPACES TO REG-TISS
           COMPUTE PONTEIRO = TAG-RECUO * 2 + 1
           STRING '</ans:' DELIMITED BY SIZE
               TAG-NOME DELIMITED BY SPACE
               '>' DELIMITED BY SIZE
               INTO REG-TISS WITH POINTER PONTEIRO
           WRITE REG-TISS.

       3900-GRAVAR-TAG.
           MOVE SPACES TO REG-TISS
           COMPUTE PONTEIRO = TAG-RECUO * 2 + 1
           STRING '<ans:' DELIMITED BY SIZE
               TAG-NOME DELIMITED BY SPACE
               '>' DELIMITED BY SIZE
               TAG-VALOR DELIMITED BY '  '
               '</ans:' DELIMITED BY SIZE
               TAG-NOME DELIMITED BY SPACE
               '>' DELIMITED BY SIZE
               INTO REG-TISS WITH POINTER PONTEIRO
           WRITE REG-TISS
           MOVE SPACES TO TAG-VALOR.

       COPY GravarRunControle.
       END PROGRAM ConvenioLote.
