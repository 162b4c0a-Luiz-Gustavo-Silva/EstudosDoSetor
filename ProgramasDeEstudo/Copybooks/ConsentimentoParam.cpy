      *----Parametros da chamada ao Consentimento.cbl, na ordem do
      *----CALL 'Consentimento' USING CONSENT-FUNCAO CONSENT-TIPO
      *----CONSENT-ID CONSENT-FINALIDADE CONSENT-CANAL CONSENT-ORIGEM
      *----CONSENT-REFERENCIA CONSENT-OPERADOR CONSENT-DATA
      *----CONSENT-DESTINO RETORNO-CONSENT.
      *----1-consultar, 2-conceder, 3-revogar, 4-transferir os
      *----consentimentos vigentes para o titular CONSENT-DESTINO,
      *----9-encerrar (fecha o livro antes de le-lo direto)
       01  CONSENT-FUNCAO PIC 9.
      *----C-cliente, P-paciente
       01  CONSENT-TIPO PIC X(1).
       01  CONSENT-ID PIC 9(6).
      *----MK, CP ou PS; na revogacao, espaco revoga todas
       01  CONSENT-FINALIDADE PIC X(2).
      *----E, S, C, T ou '*'; na consulta, espaco aceita qualquer
      *----canal; na revogacao, espaco revoga todos
       01  CONSENT-CANAL PIC X(1).
       01  CONSENT-ORIGEM PIC X(1).
       01  CONSENT-REFERENCIA PIC X(20).
       01  CONSENT-OPERADOR PIC X(10).
      *----Data do evento (zero = hoje); na consulta volta a data da
      *----concessao vigente
       01  CONSENT-DATA PIC 9(8).
       01  CONSENT-DESTINO PIC 9(6).
      *----00-vigente/feito, 10-revogado/ja vigente/nada a revogar,
      *----20-nunca registrado, 30-funcao invalida, 40-livro CONSENT
      *----indisponivel
       01  RETORNO-CONSENT PIC 9(2).
