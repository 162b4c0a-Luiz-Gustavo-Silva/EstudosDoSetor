               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-NUMERO
      *----Mesmas chaves alternadas declaradas em Clientes.cbl: todos
      *----os abridores do arquivo fisico precisam concordar com elas
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
      *----RELATORIO nao tem mais 01 de registro: quem descreve as
      *----linhas gravadas agora e a RD REL-CLIENTES, na REPORT SECTION
