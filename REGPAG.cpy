      ******************************************************************
      * Copybook: REGPAG.cpy
      * Purpose:  Accounts-payable record (CTAPAGAR file, indexed by
      *           fornecedor + numero da nota) - um titulo por nota
      *           fiscal conferida (ou liberada pelo supervisor) em
      *           LANCNF, com o vencimento pelo prazo de pagamento do
      *           fornecedor (REGFOR.cpy). A chave comeca pelo
      *           fornecedor, entao a leitura sequencial ja sai
      *           agrupada para o aging de RELPAGAR. A baixa do
      *           pagamento tambem e feita em LANCNF.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-PAGAR.
           03 PAG-CHAVE.
               05 PAG-FORNECEDOR   PIC 9(04) VALUE ZEROS.
               05 PAG-NOTA-FISCAL  PIC 9(09) VALUE ZEROS.
           03 PAG-PEDIDO           PIC 9(06) VALUE ZEROS.
           03 PAG-DATA-EMISSAO     PIC 9(08) VALUE ZEROS.
           03 PAG-DATA-VENCIMENTO  PIC 9(08) VALUE ZEROS.
           03 PAG-VALOR            PIC 9(11)V99 VALUE ZEROS.
           03 PAG-SITUACAO         PIC X(01) VALUE "A".
               88 PAG-ABERTO           VALUE "A".
               88 PAG-PAGO             VALUE "P".
           03 PAG-DATA-PAGAMENTO   PIC 9(08) VALUE ZEROS.
           03 PAG-OPERADOR         PIC X(08) VALUE SPACES.
