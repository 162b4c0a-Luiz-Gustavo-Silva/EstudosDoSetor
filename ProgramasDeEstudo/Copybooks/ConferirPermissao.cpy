      *----Confere no REG-OPERADOR lido a permissao de PER-CODIGO
      *----(tabela do copybook PermissaoOperador) e devolve S ou N
      *----em PER-CONCEDIDA.
       9650-CONFERIR-PERMISSAO.
           MOVE 'N' TO PER-CONCEDIDA
           EVALUATE PER-CODIGO
               WHEN 'CALCULADORA'
                   IF OPE-USA-CALCULADORA = 'S'
                       MOVE 'S' TO PER-CONCEDIDA
                   END-IF
               WHEN 'IMC'
                   IF OPE-USA-IMC = 'S'
                       MOVE 'S' TO PER-CONCEDIDA
                   END-IF
               WHEN 'CLIENTES'
                   IF OPE-USA-CLIENTES = 'S'
                       MOVE 'S' TO PER-CONCEDIDA
                   END-IF
               WHEN 'CONSULTA360'
                   IF OPE-USA-CONSULTA360 = 'S'
                       MOVE 'S' TO PER-CONCEDIDA
                   END-IF
               WHEN 'VISITAS'
                   IF OPE-USA-VISITAS = 'S'
                       MOVE 'S' TO PER-CONCEDIDA
                   END-IF
               WHEN 'PROPOE-PARAM'
                   IF OPE-PROPOE-PARAMETRO = 'S'
                       MOVE 'S' TO PER-CONCEDIDA
                   END-IF
               WHEN 'APROVA-PARAM'
                   IF OPE-APROVA-PARAMETRO = 'S'
                       MOVE 'S' TO PER-CONCEDIDA
                   END-IF
               WHEN 'NEGOCIA-DESC'
                   IF OPE-NIVEL-DESCONTO IS NUMERIC AND
                           OPE-NIVEL-DESCONTO > 0
                       MOVE 'S' TO PER-CONCEDIDA
                   END-IF
               WHEN 'APROVA-DESC'
                   IF OPE-NIVEL-DESCONTO = 3
                       MOVE 'S' TO PER-CONCEDIDA
                   END-IF
               WHEN 'COORDENACAO'
                   IF OPE-COORDENACAO = 'S'
                       MOVE 'S' TO PER-CONCEDIDA
                   END-IF
           END-EVALUATE.
