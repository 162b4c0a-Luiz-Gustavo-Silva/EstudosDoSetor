      *----Livro da recertificacao trimestral de acessos (RECERT): uma
      *----linha por permissao de cada operador enviada ao gestor no
      *----ciclo, gravada pelo RecertificacaoEnvia e decidida pelo
      *----RecertificacaoRetorno - resposta do gestor ou revogacao
      *----automatica vencido o prazo.
       01  REG-RECERTIFICACAO.
           03 RCT-CHAVE.
      *----Ano e trimestre do ciclo (AAAAT)
               05 RCT-CICLO PIC 9(5).
               05 RCT-OPERADOR PIC X(10).
      *----Codigo da permissao (copybook PermissaoOperador)
               05 RCT-PERMISSAO PIC X(12).
           03 RCT-GESTOR PIC X(10).
           03 RCT-DATA-ENVIO PIC 9(8).
           03 RCT-PRAZO PIC 9(8).
           03 RCT-SITUACAO PIC X(1).
               88 RCT-PENDENTE VALUE 'P'.
               88 RCT-MANTIDA VALUE 'M'.
               88 RCT-REVOGADA VALUE 'R'.
               88 RCT-VENCIDA VALUE 'X'.
           03 RCT-DATA-DECISAO PIC 9(8).
      *----Gestor que respondeu; brancos na revogacao por prazo
           03 RCT-DECISOR PIC X(10).
