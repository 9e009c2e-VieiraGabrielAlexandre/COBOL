      *           reposicao carimba fornecedor e data prevista no
      *           pedido; RELPEDF cobra os pedidos que passaram do
      *           prazo. Tira do caderno do comprador o telefone de
      *           cada fornecedor. O prazo de pagamento da o
      *           vencimento das notas lancadas em LANCNF.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-FORNECEDOR.
           03 FOR-NOME         PIC X(30) VALUE SPACES.
           03 FOR-CONTATO      PIC X(30) VALUE SPACES.
           03 FOR-PRAZO-DIAS   PIC 9(03) VALUE ZEROS.
      * Prazo de pagamento em dias corridos a partir da emissao da
      * nota - da o vencimento do titulo no contas a pagar (LANCNF);
      * zeros = prazo padrao do parametro NFPRZPAG.
           03 FOR-PRAZO-PAGTO  PIC 9(03) VALUE ZEROS.
           03 FILLER           PIC X(30) VALUE SPACES.
