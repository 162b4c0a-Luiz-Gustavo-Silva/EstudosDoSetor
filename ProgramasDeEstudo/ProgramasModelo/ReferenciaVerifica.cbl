      ******************************************************************
      * Author: Luiz Gustavo da Silva
      * Date: 15/10/2026
      * Purpose: Verificacao de referencias antes da exclusao de um
      *          cliente ou paciente, CALLavel como o ParametroVigente.
      *          Devolve a lista dos registros que ainda apontam para
      *          o numero: do cliente, as contas do ACCOUNTS e os
      *          acordos delas, os contratos, os mandatos de debito, o
      *          limite de credito, os vinculos PACCLI e os alunos de
      *          quem ele e o responsavel pagador; do paciente, as
      *          consultas da AGENDA, a meta, a fila de espera, as
      *          visitas do IMCHIST, o vinculo PACCLI, os sinais
      *          vitais, os encaminhamentos, as guias de convenio, os
      *          pedidos de exame, o plano nutricional, as pesquisas
      *          de satisfacao, as inscricoes em grupo, a carteira do
      *          convenio e as autorizacoes da operadora. Cada
      *          dependente vem marcado como obrigacao em aberto ou
      *          historico encerrado, e o retorno diz ao programa de
      *          manutencao se exclui, se troca a exclusao por
      *          inativacao ou se recusa - sem isso a exclusao deixava
      *          os orfaos que o ContasAtraso relata depois.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReferenciaVerifica.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15-DESENV.
       OBJECT-COMPUTER. IBM-Z15-PRODUCAO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-ID
               FILE STATUS IS FS-ACCOUNTS.
           SELECT OPTIONAL ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-CTA-ID
               FILE STATUS IS FS-ACORDOS.
           SELECT OPTIONAL CONTRATOS ASSIGN TO "CONTRATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-ID
               FILE STATUS IS FS-CONTRATOS.
           SELECT OPTIONAL MANDATOS ASSIGN TO "MANDATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-CTA-ID
               FILE STATUS IS FS-MANDATOS.
           SELECT OPTIONAL LIMITES ASSIGN TO "LIMITES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CLIENTE
               FILE STATUS IS FS-LIMITES.
           SELECT OPTIONAL PAC-CLIENTES ASSIGN TO "PACCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCL-PAC-ID
               FILE STATUS IS FS-PACCLI.
           SELECT OPTIONAL AGENDA ASSIGN TO "AGENDA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS FS-AGENDA.
           SELECT OPTIONAL METAS ASSIGN TO "METAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-PAC-ID
               FILE STATUS IS FS-METAS.
           SELECT OPTIONAL ESPERA ASSIGN TO "ESPERA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESP-PAC-ID
               FILE STATUS IS FS-ESPERA.
           SELECT OPTIONAL IMC-HISTORY ASSIGN TO "IMCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS FS-IMC-HISTORY.
           SELECT OPTIONAL RESPONSAVEIS ASSIGN TO "RESPONSA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS FS-RESPONSAVEIS.
           SELECT OPTIONAL ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-MATRICULA
               FILE STATUS IS FS-ALUNOS.
           SELECT OPTIONAL SINAIS-VITAIS ASSIGN TO "SINAIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-CHAVE
               FILE STATUS IS FS-SINAIS.
           SELECT OPTIONAL ACOMPANHAMENTO ASSIGN TO "ENCAMFUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENF-CHAVE
               FILE STATUS IS FS-ACOMPANHAMENTO.
           SELECT OPTIONAL GUIAS ASSIGN TO "GUIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUI-CHAVE
               ALTERNATE RECORD KEY IS GUI-NUMERO
               FILE STATUS IS FS-GUIAS.
           SELECT OPTIONAL PEDIDOS ASSIGN TO "EXAMEPED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-CHAVE
               FILE STATUS IS FS-PEDIDOS.
           SELECT OPTIONAL PLANOS-PACIENTE ASSIGN TO "PLANOPAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-PAC-ID
               FILE STATUS IS FS-PLANOS.
           SELECT OPTIONAL PESQUISAS ASSIGN TO "PESQUISAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSQ-CHAVE
               FILE STATUS IS FS-PESQUISAS.
           SELECT OPTIONAL INSCRICOES ASSIGN TO "GRUPOINS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GIN-CHAVE
               FILE STATUS IS FS-INSCRICOES.
           SELECT OPTIONAL PAC-CONVENIOS ASSIGN TO "PACCONV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCV-PAC-ID
               FILE STATUS IS FS-PACCONV.
           SELECT OPTIONAL AUTORIZACOES ASSIGN TO "AUTORIZA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-CHAVE
               FILE STATUS IS FS-AUTORIZACOES.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegConta.
       FD  ACORDOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAcordo.
       FD  CONTRATOS.
      *----Mesmo layout do REG-CONTRATO de ContratoManutencao.cbl
       01  REG-CONTRATO.
           03 CON-ID PIC 9(6).
           03 CON-CLIENTE PIC 9(6).
           03 CON-SERVICO PIC X(20).
           03 CON-VALOR-MENSAL PIC 9(7)V9(2).
           03 CON-DIA-FATURA PIC 9(2).
           03 CON-DATA-INICIO PIC 9(8).
           03 CON-DATA-FIM PIC 9(8).
           03 CON-STATUS PIC X(1).
               88 CON-ATIVO VALUE 'A'.
               88 CON-SUSPENSO VALUE 'S'.
           03 CON-RENOVACAO-AUTO PIC X(1).
           03 CON-PRAZO-RENOVACAO PIC 9(2).
           03 CON-AVISO-ENVIADO PIC 9(2).
           03 CON-DATA-RENOVACAO PIC 9(8).
           03 CON-QTD-RENOVACOES PIC 9(3).
       FD  MANDATOS.
      *----Mesmo layout do REG-MANDATO de MandatoManutencao.cbl
       01  REG-MANDATO.
           03 MDT-CTA-ID PIC 9(6).
           03 MDT-CLIENTE PIC 9(6).
           03 MDT-BANCO PIC 9(3).
           03 MDT-AGENCIA PIC 9(4).
           03 MDT-CONTA-BANCO PIC X(12).
           03 MDT-DATA-INICIO PIC 9(8).
           03 MDT-STATUS PIC X(1).
               88 MDT-ATIVO VALUE 'A'.
               88 MDT-CANCELADO VALUE 'C'.
       FD  LIMITES.
      *----Mesmo layout do REG-LIMITE de LimiteManutencao.cbl
       01  REG-LIMITE.
           03 LIM-CLIENTE PIC 9(6).
           03 LIM-VALOR PIC 9(9)V9(2).
           03 LIM-DATA-CONCESSAO PIC 9(8).
           03 LIM-DATA-REVISAO PIC 9(8).
       FD  PAC-CLIENTES.
      *----Mesmo layout do REG-PAC-CLIENTE de PacClienteManutencao
       01  REG-PAC-CLIENTE.
           03 PCL-PAC-ID PIC 9(6).
           03 PCL-CLIENTE PIC 9(6).
       FD  AGENDA.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegAgenda.
       FD  METAS.
      *----Mesmo layout de MetaManutencao.cbl
       01  REG-META.
           03 MET-PAC-ID PIC 9(6).
           03 MET-TIPO PIC X(1).
           03 MET-VALOR-INICIAL PIC 9(3)V9(2).
           03 MET-VALOR-ALVO PIC 9(3)V9(2).
           03 MET-DATA-DEFINICAO PIC 9(8).
           03 MET-DATA-ALVO PIC 9(8).
           03 MET-PROFISSIONAL PIC X(30).
       FD  ESPERA.
      *----Mesmo layout de EsperaManutencao.cbl
       01  REG-ESPERA.
           03 ESP-PAC-ID PIC 9(6).
           03 ESP-DATA-MINIMA PIC 9(8).
           03 ESP-PRIORIDADE PIC 9(1).
           03 ESP-DATA-ENTRADA PIC 9(8).
       FD  IMC-HISTORY.
      *----Mesmo layout do REG-HISTORICO de IMC.cbl
       01  REG-HISTORICO.
           03 HIST-KEY.
               05 HK-PAC-ID PIC 9(6).
               05 HK-DATA PIC 9(8).
               05 HK-HORA PIC 9(6).
           03 HK-ALTURA PIC 9(1)V9(2).
           03 HK-PESO PIC 9(3)V9(2).
           03 HK-IMC PIC 9(2)V9(2).
       FD  RESPONSAVEIS.
      *----Mesmo layout do REG-RESPONSAVEL de ResponsavelManutencao
       01  REG-RESPONSAVEL.
           03 RSP-MATRICULA PIC 9(6).
           03 RSP-NOME PIC X(30).
           03 RSP-PARENTESCO PIC X(10).
           03 RSP-ENDERECO PIC X(97).
           03 RSP-CLIENTE PIC 9(6).
           03 RSP-BOLSA-PERCENTUAL PIC 9(3)V9(2).
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
       FD  SINAIS-VITAIS.
      *----Mesmo layout do REG-SINAIS de IMC.cbl
       01  REG-SINAIS.
           03 SIN-CHAVE.
               05 SIN-PAC-ID PIC 9(6).
               05 SIN-DATA PIC 9(8).
               05 SIN-HORA PIC 9(6).
           03 SIN-PA-SISTOLICA PIC 9(3).
           03 SIN-PA-DIASTOLICA PIC 9(3).
           03 SIN-GLICEMIA PIC 9(3).
       FD  ACOMPANHAMENTO.
      *----Mesmo layout de EncaminhaManutencao.cbl
       01  REG-ACOMPANHAMENTO.
           03 ENF-CHAVE.
               05 ENF-PAC-ID PIC 9(6).
               05 ENF-DATA PIC 9(8).
           03 ENF-ESPECIALIDADE PIC X(20).
           03 ENF-STATUS PIC X(1).
               88 ENF-EMITIDO VALUE 'E'.
               88 ENF-AGENDADO VALUE 'A'.
       FD  GUIAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegGuia.
       FD  PEDIDOS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegExamePedido.
       FD  PLANOS-PACIENTE.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegPlanoPaciente.
       FD  PESQUISAS.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegPesquisa.
       FD  INSCRICOES.
      *----Layout compartilhado com todos os abridores do arquivo
       COPY RegGrupoInscricao.
       FD  PAC-CONVENIOS.
      *----Mesmo layout do REG-PAC-CONVENIO de PacClienteManutencao
       01  REG-PAC-CONVENIO.
           03 PCV-PAC-ID PIC 9(6).
           03 PCV-CONVENIO PIC 9(4).
           03 PCV-CARTEIRA PIC X(20).
           03 PCV-VALIDADE PIC 9(8).
       FD  AUTORIZACOES.
      *----Mesmo layout do REG-AUTORIZACAO de PacClienteManutencao
       01  REG-AUTORIZACAO.
           03 AUT-CHAVE.
               05 AUT-PAC-ID PIC 9(6).
               05 AUT-DATA PIC 9(8).
           03 AUT-CONVENIO PIC 9(4).
           03 AUT-SENHA PIC X(12).
           03 AUT-OPERADOR PIC X(10).
       WORKING-STORAGE SECTION.
       01  FS-ACCOUNTS PIC X(2).
       01  FS-ACORDOS PIC X(2).
       01  FS-CONTRATOS PIC X(2).
       01  FS-MANDATOS PIC X(2).
       01  FS-LIMITES PIC X(2).
       01  FS-PACCLI PIC X(2).
       01  FS-AGENDA PIC X(2).
       01  FS-METAS PIC X(2).
       01  FS-ESPERA PIC X(2).
       01  FS-IMC-HISTORY PIC X(2).
       01  FS-RESPONSAVEIS PIC X(2).
       01  FS-ALUNOS PIC X(2).
       01  FS-SINAIS PIC X(2).
       01  FS-ACOMPANHAMENTO PIC X(2).
       01  FS-GUIAS PIC X(2).
       01  FS-PEDIDOS PIC X(2).
       01  FS-PLANOS PIC X(2).
       01  FS-PESQUISAS PIC X(2).
       01  FS-INSCRICOES PIC X(2).
       01  FS-PACCONV PIC X(2).
       01  FS-AUTORIZACOES PIC X(2).
       01  FIM-ARQUIVO PIC X.
       01  DATA-HOJE PIC 9(8).
      *----Dependente a acrescentar na tabela pela 8000
       01  NOVO-ARQUIVO PIC X(8).
       01  NOVA-CHAVE PIC X(20).
       01  NOVA-SITUACAO PIC X(1).
       01  TEM-ABERTO PIC X.
       LINKAGE SECTION.
       01  LK-TIPO PIC X(1).
       01  LK-NUMERO PIC 9(6).
       01  LK-QTD PIC 9(4).
       01  LK-DEPENDENTES.
           03 LK-DEPENDENTE OCCURS 20 TIMES.
               05 LK-ARQUIVO PIC X(8).
               05 LK-CHAVE PIC X(20).
               05 LK-SITUACAO PIC X(1).
      *----00-nenhum dependente; 10-so historico; 20-dependente em
      *----aberto; 30-tipo invalido
       01  LK-RETORNO PIC 9(2).
       PROCEDURE DIVISION USING LK-TIPO LK-NUMERO LK-QTD
               LK-DEPENDENTES LK-RETORNO.
           MOVE 0 TO LK-QTD
           MOVE SPACES TO LK-DEPENDENTES
           MOVE 'N' TO TEM-ABERTO
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           EVALUATE LK-TIPO
               WHEN 'C'
                   PERFORM 1000-CONTAS-DO-CLIENTE
                   PERFORM 1100-CONTRATOS-DO-CLIENTE
                   PERFORM 1200-MANDATOS-DO-CLIENTE
                   PERFORM 1300-LIMITE-DO-CLIENTE
                   PERFORM 1400-PACIENTES-DO-CLIENTE
                   PERFORM 1500-ALUNOS-DO-CLIENTE
               WHEN 'P'
                   PERFORM 2000-AGENDA-DO-PACIENTE
                   PERFORM 2100-META-DO-PACIENTE
                   PERFORM 2200-ESPERA-DO-PACIENTE
                   PERFORM 2300-VISITAS-DO-PACIENTE
                   PERFORM 2400-CLIENTE-DO-PACIENTE
                   PERFORM 2500-SINAIS-DO-PACIENTE
                   PERFORM 2550-ENCAMINHAMENTOS-DO-PACIENTE
                   PERFORM 2600-GUIAS-DO-PACIENTE
                   PERFORM 2650-EXAMES-DO-PACIENTE
                   PERFORM 2700-PLANO-DO-PACIENTE
                   PERFORM 2750-PESQUISAS-DO-PACIENTE
                   PERFORM 2800-GRUPOS-DO-PACIENTE
                   PERFORM 2850-CONVENIO-DO-PACIENTE
                   PERFORM 2900-AUTORIZACOES-DO-PACIENTE
               WHEN OTHER
                   MOVE 30 TO LK-RETORNO
                   GOBACK
           END-EVALUATE
           EVALUATE TRUE
               WHEN TEM-ABERTO = 'S'
                   MOVE 20 TO LK-RETORNO
               WHEN LK-QTD > 0
                   MOVE 10 TO LK-RETORNO
               WHEN OTHER
                   MOVE 00 TO LK-RETORNO
           END-EVALUATE
           GOBACK.

      *----O ACCOUNTS nao tem chave pelo cliente: leitura inteira. A
      *----conta com debito maior que o credito e obrigacao em
      *----aberto; o acordo de cada conta do cliente vem junto
       1000-CONTAS-DO-CLIENTE.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT ACCOUNTS
           OPEN INPUT ACORDOS
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ACCOUNTS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF CTA-CLIENTE = LK-NUMERO
                           MOVE 'ACCOUNTS' TO NOVO-ARQUIVO
                           MOVE CTA-ID TO NOVA-CHAVE
                           IF CTA-DEBITO > CTA-CREDITO
                               MOVE 'A' TO NOVA-SITUACAO
                           ELSE
                               MOVE 'H' TO NOVA-SITUACAO
                           END-IF
                           PERFORM 8000-ACRESCENTAR
                           PERFORM 1050-ACORDO-DA-CONTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS
           CLOSE ACORDOS.

       1050-ACORDO-DA-CONTA.
           MOVE CTA-ID TO ACD-CTA-ID
           READ ACORDOS KEY IS ACD-CTA-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ACORDOS' TO NOVO-ARQUIVO
                   MOVE ACD-CTA-ID TO NOVA-CHAVE
                   IF ACD-ATIVO
                       MOVE 'A' TO NOVA-SITUACAO
                   ELSE
                       MOVE 'H' TO NOVA-SITUACAO
                   END-IF
                   PERFORM 8000-ACRESCENTAR
           END-READ.

      *----Contrato ativo ou suspenso ainda fatura ou pode voltar a
      *----faturar; so o encerrado e historico
       1100-CONTRATOS-DO-CLIENTE.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT CONTRATOS
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ CONTRATOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF CON-CLIENTE = LK-NUMERO
                           MOVE 'CONTRATO' TO NOVO-ARQUIVO
                           MOVE CON-ID TO NOVA-CHAVE
                           IF CON-ATIVO OR CON-SUSPENSO
                               MOVE 'A' TO NOVA-SITUACAO
                           ELSE
                               MOVE 'H' TO NOVA-SITUACAO
                           END-IF
                           PERFORM 8000-ACRESCENTAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRATOS.

       1200-MANDATOS-DO-CLIENTE.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT MANDATOS
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ MANDATOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF MDT-CLIENTE = LK-NUMERO
                           MOVE 'MANDATOS' TO NOVO-ARQUIVO
                           MOVE MDT-CTA-ID TO NOVA-CHAVE
                           IF MDT-ATIVO
                               MOVE 'A' TO NOVA-SITUACAO
                           ELSE
                               MOVE 'H' TO NOVA-SITUACAO
                           END-IF
                           PERFORM 8000-ACRESCENTAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANDATOS.

      *----Limite zerado ja nao libera credito: fica como historico
       1300-LIMITE-DO-CLIENTE.
           OPEN INPUT LIMITES
           MOVE LK-NUMERO TO LIM-CLIENTE
           READ LIMITES KEY IS LIM-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'LIMITES' TO NOVO-ARQUIVO
                   MOVE LIM-CLIENTE TO NOVA-CHAVE
                   IF LIM-VALOR > 0
                       MOVE 'A' TO NOVA-SITUACAO
                   ELSE
                       MOVE 'H' TO NOVA-SITUACAO
                   END-IF
                   PERFORM 8000-ACRESCENTAR
           END-READ
           CLOSE LIMITES.

      *----Paciente faturado em nome do cliente: o VisitaFatura
      *----abriria conta para um cliente que nao existe mais
       1400-PACIENTES-DO-CLIENTE.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT PAC-CLIENTES
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ PAC-CLIENTES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF PCL-CLIENTE = LK-NUMERO
                           MOVE 'PACCLI' TO NOVO-ARQUIVO
                           MOVE PCL-PAC-ID TO NOVA-CHAVE
                           MOVE 'A' TO NOVA-SITUACAO
                           PERFORM 8000-ACRESCENTAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAC-CLIENTES.

      *----Responsavel pagador da mensalidade: o RESPONSAVEIS e
      *----chaveado pela matricula, leitura inteira. Aluno ativo
      *----ainda gera mensalidade no ACCOUNTS em nome do cliente
       1500-ALUNOS-DO-CLIENTE.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT RESPONSAVEIS
           OPEN INPUT ALUNOS
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ RESPONSAVEIS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF RSP-CLIENTE = LK-NUMERO
                           MOVE 'RESPONSA' TO NOVO-ARQUIVO
                           MOVE RSP-MATRICULA TO NOVA-CHAVE
                           MOVE 'H' TO NOVA-SITUACAO
                           PERFORM 1550-SITUACAO-DO-ALUNO
                           PERFORM 8000-ACRESCENTAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESPONSAVEIS
           CLOSE ALUNOS.

       1550-SITUACAO-DO-ALUNO.
           MOVE RSP-MATRICULA TO MAT-MATRICULA
           READ ALUNOS KEY IS MAT-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MAT-ATIVO
                       MOVE 'A' TO NOVA-SITUACAO
                   END-IF
           END-READ.

      *----A AGENDA e chaveada por data, horario e profissional:
      *----leitura inteira. Consulta de hoje em diante, nem
      *----cancelada nem com falta, ainda vai acontecer
       2000-AGENDA-DO-PACIENTE.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT AGENDA
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ AGENDA NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF AGD-PAC-ID = LK-NUMERO
                           MOVE 'AGENDA' TO NOVO-ARQUIVO
                           MOVE AGD-CHAVE TO NOVA-CHAVE
                           IF AGD-DATA NOT < DATA-HOJE AND
                                   NOT AGD-CANCELADA AND
                                   NOT AGD-FALTOU
                               MOVE 'A' TO NOVA-SITUACAO
                           ELSE
                               MOVE 'H' TO NOVA-SITUACAO
                           END-IF
                           PERFORM 8000-ACRESCENTAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGENDA.

       2100-META-DO-PACIENTE.
           OPEN INPUT METAS
           MOVE LK-NUMERO TO MET-PAC-ID
           READ METAS KEY IS MET-PAC-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'METAS' TO NOVO-ARQUIVO
                   MOVE MET-PAC-ID TO NOVA-CHAVE
                   MOVE 'A' TO NOVA-SITUACAO
                   PERFORM 8000-ACRESCENTAR
           END-READ
           CLOSE METAS.

       2200-ESPERA-DO-PACIENTE.
           OPEN INPUT ESPERA
           MOVE LK-NUMERO TO ESP-PAC-ID
           READ ESPERA KEY IS ESP-PAC-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ESPERA' TO NOVO-ARQUIVO
                   MOVE ESP-PAC-ID TO NOVA-CHAVE
                   MOVE 'A' TO NOVA-SITUACAO
                   PERFORM 8000-ACRESCENTAR
           END-READ
           CLOSE ESPERA.

      *----Visitas ja feitas sao historico clinico
       2300-VISITAS-DO-PACIENTE.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT IMC-HISTORY
           MOVE LK-NUMERO TO HK-PAC-ID
           MOVE 0 TO HK-DATA
           MOVE 0 TO HK-HORA
           START IMC-HISTORY KEY NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ IMC-HISTORY NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF HK-PAC-ID = LK-NUMERO
                           MOVE 'IMCHIST' TO NOVO-ARQUIVO
                           MOVE HIST-KEY TO NOVA-CHAVE
                           MOVE 'H' TO NOVA-SITUACAO
                           PERFORM 8000-ACRESCENTAR
                       ELSE
                           MOVE 'S' TO FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IMC-HISTORY.

       2400-CLIENTE-DO-PACIENTE.
           OPEN INPUT PAC-CLIENTES
           MOVE LK-NUMERO TO PCL-PAC-ID
           READ PAC-CLIENTES KEY IS PCL-PAC-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'PACCLI' TO NOVO-ARQUIVO
                   MOVE PCL-CLIENTE TO NOVA-CHAVE
                   MOVE 'A' TO NOVA-SITUACAO
                   PERFORM 8000-ACRESCENTAR
           END-READ
           CLOSE PAC-CLIENTES.

      *----Sinais vitais ja medidos sao historico clinico
       2500-SINAIS-DO-PACIENTE.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT SINAIS-VITAIS
           MOVE LK-NUMERO TO SIN-PAC-ID
           MOVE 0 TO SIN-DATA
           MOVE 0 TO SIN-HORA
           START SINAIS-VITAIS KEY NOT LESS THAN SIN-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ SINAIS-VITAIS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF SIN-PAC-ID = LK-NUMERO
                           MOVE 'SINAIS' TO NOVO-ARQUIVO
                           MOVE SIN-CHAVE TO NOVA-CHAVE
                           MOVE 'H' TO NOVA-SITUACAO
                           PERFORM 8000-ACRESCENTAR
                       ELSE
                           MOVE 'S' TO FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SINAIS-VITAIS.

      *----Encaminhamento emitido ou agendado ainda esta em
      *----acompanhamento; comparecimento, alta e abandono encerram
       2550-ENCAMINHAMENTOS-DO-PACIENTE.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT ACOMPANHAMENTO
           MOVE LK-NUMERO TO ENF-PAC-ID
           MOVE 0 TO ENF-DATA
           START ACOMPANHAMENTO KEY NOT LESS THAN ENF-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ ACOMPANHAMENTO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF ENF-PAC-ID = LK-NUMERO
                           MOVE 'ENCAMFUP' TO NOVO-ARQUIVO
                           MOVE ENF-CHAVE TO NOVA-CHAVE
                           IF ENF-EMITIDO OR ENF-AGENDADO
                               MOVE 'A' TO NOVA-SITUACAO
                           ELSE
                               MOVE 'H' TO NOVA-SITUACAO
                           END-IF
                           PERFORM 8000-ACRESCENTAR
                       ELSE
                           MOVE 'S' TO FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACOMPANHAMENTO.

      *----Guia ainda nao paga (a enviar, no lote ou com glosa em
      *----tratamento) e recebivel da operadora em aberto
       2600-GUIAS-DO-PACIENTE.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT GUIAS
           MOVE LK-NUMERO TO GUI-PAC-ID
           MOVE 0 TO GUI-DATA
           MOVE 0 TO GUI-HORA
           START GUIAS KEY NOT LESS THAN GUI-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ GUIAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF GUI-PAC-ID = LK-NUMERO
                           MOVE 'GUIAS' TO NOVO-ARQUIVO
                           MOVE GUI-CHAVE TO NOVA-CHAVE
                           IF GUI-PAGA
                               MOVE 'H' TO NOVA-SITUACAO
                           ELSE
                               MOVE 'A' TO NOVA-SITUACAO
                           END-IF
                           PERFORM 8000-ACRESCENTAR
                       ELSE
                           MOVE 'S' TO FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUIAS.

      *----Pedido sem resultado ainda e cobrado do laboratorio, e o
      *----resultado alterado espera a revisao do clinico
       2650-EXAMES-DO-PACIENTE.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT PEDIDOS
           MOVE LK-NUMERO TO EXP-PAC-ID
           MOVE 0 TO EXP-DATA-VISITA
           MOVE LOW-VALUES TO EXP-EXAME
           START PEDIDOS KEY NOT LESS THAN EXP-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF EXP-PAC-ID = LK-NUMERO
                           MOVE 'EXAMEPED' TO NOVO-ARQUIVO
                           MOVE EXP-CHAVE TO NOVA-CHAVE
                           IF EXP-ABERTO OR EXP-REVISAO-PENDENTE
                               MOVE 'A' TO NOVA-SITUACAO
                           ELSE
                               MOVE 'H' TO NOVA-SITUACAO
                           END-IF
                           PERFORM 8000-ACRESCENTAR
                       ELSE
                           MOVE 'S' TO FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PEDIDOS.

      *----Plano ainda nao impresso nao chegou ao paciente
       2700-PLANO-DO-PACIENTE.
           OPEN INPUT PLANOS-PACIENTE
           MOVE LK-NUMERO TO PLN-PAC-ID
           READ PLANOS-PACIENTE KEY IS PLN-PAC-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'PLANOPAC' TO NOVO-ARQUIVO
                   MOVE PLN-PAC-ID TO NOVA-CHAVE
                   IF PLN-IMPRESSAO-PENDENTE
                       MOVE 'A' TO NOVA-SITUACAO
                   ELSE
                       MOVE 'H' TO NOVA-SITUACAO
                   END-IF
                   PERFORM 8000-ACRESCENTAR
           END-READ
           CLOSE PLANOS-PACIENTE.

      *----Pesquisa enviada ainda pode voltar respondida pelo
      *----PesquisaCarga
       2750-PESQUISAS-DO-PACIENTE.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT PESQUISAS
           MOVE LK-NUMERO TO PSQ-PAC-ID
           MOVE 0 TO PSQ-DATA-VISITA
           START PESQUISAS KEY NOT LESS THAN PSQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ PESQUISAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF PSQ-PAC-ID = LK-NUMERO
                           MOVE 'PESQUISA' TO NOVO-ARQUIVO
                           MOVE PSQ-CHAVE TO NOVA-CHAVE
                           IF PSQ-ENVIADA
                               MOVE 'A' TO NOVA-SITUACAO
                           ELSE
                               MOVE 'H' TO NOVA-SITUACAO
                           END-IF
                           PERFORM 8000-ACRESCENTAR
                       ELSE
                           MOVE 'S' TO FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PESQUISAS.

      *----O GRUPOINS e chaveado por grupo e paciente: leitura
      *----inteira. Inscrito ou na fila de espera ocupa a vaga
       2800-GRUPOS-DO-PACIENTE.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT INSCRICOES
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ INSCRICOES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF GIN-PAC-ID = LK-NUMERO
                           MOVE 'GRUPOINS' TO NOVO-ARQUIVO
                           MOVE GIN-CHAVE TO NOVA-CHAVE
                           IF GIN-INSCRITO OR GIN-ESPERA
                               MOVE 'A' TO NOVA-SITUACAO
                           ELSE
                               MOVE 'H' TO NOVA-SITUACAO
                           END-IF
                           PERFORM 8000-ACRESCENTAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSCRICOES.

      *----Carteira dentro da validade ainda fatura a convenio
       2850-CONVENIO-DO-PACIENTE.
           OPEN INPUT PAC-CONVENIOS
           MOVE LK-NUMERO TO PCV-PAC-ID
           READ PAC-CONVENIOS KEY IS PCV-PAC-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'PACCONV' TO NOVO-ARQUIVO
                   MOVE PCV-PAC-ID TO NOVA-CHAVE
                   IF PCV-VALIDADE NOT < DATA-HOJE
                       MOVE 'A' TO NOVA-SITUACAO
                   ELSE
                       MOVE 'H' TO NOVA-SITUACAO
                   END-IF
                   PERFORM 8000-ACRESCENTAR
           END-READ
           CLOSE PAC-CONVENIOS.

      *----Senha da operadora para consulta de hoje em diante ainda
      *----vai para a guia
       2900-AUTORIZACOES-DO-PACIENTE.
           MOVE 'N' TO FIM-ARQUIVO
           OPEN INPUT AUTORIZACOES
           MOVE LK-NUMERO TO AUT-PAC-ID
           MOVE 0 TO AUT-DATA
           START AUTORIZACOES KEY NOT LESS THAN AUT-CHAVE
               INVALID KEY
                   MOVE 'S' TO FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO = 'S'
               READ AUTORIZACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-ARQUIVO
                   NOT AT END
                       IF AUT-PAC-ID = LK-NUMERO
                           MOVE 'AUTORIZA' TO NOVO-ARQUIVO
                           MOVE AUT-CHAVE TO NOVA-CHAVE
                           IF AUT-DATA NOT < DATA-HOJE
                               MOVE 'A' TO NOVA-SITUACAO
                           ELSE
                               MOVE 'H' TO NOVA-SITUACAO
                           END-IF
                           PERFORM 8000-ACRESCENTAR
                       ELSE
                           MOVE 'S' TO FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTORIZACOES.

      *----Conta todos; a tabela guarda os 20 primeiros
       8000-ACRESCENTAR.
           ADD 1 TO LK-QTD
           IF NOVA-SITUACAO = 'A'
               MOVE 'S' TO TEM-ABERTO
           END-IF
           IF LK-QTD NOT > 20
               MOVE NOVO-ARQUIVO TO LK-ARQUIVO(LK-QTD)
               MOVE NOVA-CHAVE TO LK-CHAVE(LK-QTD)
               MOVE NOVA-SITUACAO TO LK-SITUACAO(LK-QTD)
           END-IF.
       END PROGRAM ReferenciaVerifica.
