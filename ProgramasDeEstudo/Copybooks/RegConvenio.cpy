      *----Layout do cadastro CONVENIOS das operadoras de plano de
      *----saude atendidas pela clinica, mantido pelo
      *----ConvenioManutencao: registro na ANS e codigo do prestador
      *----na operadora para o lote de guias, valor da consulta
      *----negociado com a operadora, exigencia de senha de
      *----autorizacao e o ultimo lote de guias enviado.
       01  REG-CONVENIO.
           03 CNV-CODIGO PIC 9(4).
           03 CNV-NOME PIC X(30).
           03 CNV-REGISTRO-ANS PIC 9(6).
           03 CNV-CNPJ PIC 9(14).
      *----Codigo da clinica no cadastro de prestadores da operadora
           03 CNV-CODIGO-PRESTADOR PIC X(14).
      *----Valor da consulta pela tabela negociada; zero fatura pela
      *----tabela PRECOS da clinica
           03 CNV-VALOR-CONSULTA PIC 9(7)V9(2).
      *----S: visita sem senha de autorizacao no AUTORIZA nao vira
      *----guia (sai nas excecoes do VisitaFatura)
           03 CNV-EXIGE-AUTORIZACAO PIC X(1).
               88 CNV-COM-AUTORIZACAO VALUE 'S'.
           03 CNV-ULTIMO-LOTE PIC 9(6).
           03 CNV-SITUACAO PIC X(1).
               88 CNV-ATIVO VALUE 'A'.
               88 CNV-INATIVO VALUE 'I'.
