      *----Layout do registro do livro de consentimentos CONSENT da
      *----LGPD, compartilhado por todos os abridores do arquivo
      *----fisico (Consentimento, ConsentimentoManutencao,
      *----ConsentimentoRenova, LgpdExporta...): um registro por
      *----concessao de um titular (cliente ou paciente) para uma
      *----finalidade num canal. A revogacao fecha o registro em vez
      *----de apaga-lo, e uma nova concessao abre outra sequencia: o
      *----historico inteiro de quando e como o titular consentiu
      *----fica para mostrar a ANPD ou ao proprio titular.
       01  REG-CONSENTIMENTO.
           03 CNS-CHAVE.
               05 CNS-TITULAR-TIPO PIC X(1).
                   88 CNS-DE-CLIENTE VALUE 'C'.
                   88 CNS-DE-PACIENTE VALUE 'P'.
               05 CNS-TITULAR-ID PIC 9(6).
      *----MK-marketing do setor, CP-compartilhamento de dados com
      *----parceiros, PS-pesquisa de satisfacao
               05 CNS-FINALIDADE PIC X(2).
                   88 CNS-MARKETING VALUE 'MK'.
                   88 CNS-COMPARTILHAMENTO VALUE 'CP'.
                   88 CNS-PESQUISA VALUE 'PS'.
                   88 CNS-FINALIDADE-VALIDA VALUE 'MK' 'CP' 'PS'.
      *----Canal coberto: E-email, S-SMS, C-carta, T-telefone;
      *----'*' vale para todos os canais da finalidade
               05 CNS-CANAL PIC X(1).
                   88 CNS-TODOS-CANAIS VALUE '*'.
                   88 CNS-CANAL-VALIDO VALUE '*' 'E' 'S' 'C' 'T'.
               05 CNS-SEQUENCIA PIC 9(3).
           03 CNS-CONCESSAO.
               05 CNS-DATA-CONCESSAO PIC 9(8).
      *----P-painel do cadastro, C-resposta de campanha, F-formulario
      *----assinado, M-migracao do antigo CLI-OPT-IN, U-herdado numa
      *----mesclagem de duplicados
               05 CNS-ORIGEM-CONCESSAO PIC X(1).
                   88 CNS-ORIGEM-VALIDA VALUE 'P' 'C' 'F' 'M' 'U'.
               05 CNS-OPERADOR-CONCESSAO PIC X(10).
      *----Codigo da campanha, numero do formulario ou, na mesclagem,
      *----o numero do titular de onde o consentimento veio
               05 CNS-REFERENCIA PIC X(20).
      *----Zerada enquanto o consentimento vale; a origem da revogacao
      *----usa os mesmos codigos, mais L-apagamento da LGPD
           03 CNS-REVOGACAO.
               05 CNS-DATA-REVOGACAO PIC 9(8).
                   88 CNS-VIGENTE VALUE 0.
               05 CNS-ORIGEM-REVOGACAO PIC X(1).
               05 CNS-OPERADOR-REVOGACAO PIC X(10).
