      *----bloqueado contra reuso
               88 CLI-BLOQUEADO-LGPD VALUE 'L'.
      *----Consentimento de contato de marketing, independente do
      *----cliente estar ativo ou inativo na conta. Espelho do
      *----marketing do livro CONSENT (Consentimento.cbl), que guarda
      *----a data, a origem e o historico: quem decide se pode
      *----contatar consulta o livro
           03 CLI-OPT-IN PIC X(1).
               88 CLI-OPTOU-IN VALUE 'S'.
               88 CLI-OPTOU-OUT VALUE 'N'.
      *----So preenchido em registro-ponteiro (CLI-MESCLADO): o numero
      *----do cliente sobrevivente da mesclagem
           03 CLI-MERGE-DESTINO PIC 9(6).
      *----CPF ou CNPJ do cliente, validado pelo DocumentoValida:
      *----tipo F-CPF (11 algarismos da direita), J-CNPJ; em branco
      *----com numero zerado enquanto o documento nao e levantado.
      *----Chave alternada (tipo + numero) em todos os abridores;
      *----o Clientes recusa um segundo cliente com o mesmo documento
           03 CLI-DOCUMENTO.
               05 CLI-DOC-TIPO PIC X(1).
                   88 CLI-DOC-CPF VALUE 'F'.
                   88 CLI-DOC-CNPJ VALUE 'J'.
                   88 CLI-SEM-DOCUMENTO VALUE SPACE.
               05 CLI-DOC-NUMERO PIC 9(14).
