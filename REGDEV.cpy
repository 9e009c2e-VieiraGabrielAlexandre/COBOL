      ******************************************************************
      * Copybook: REGDEV.cpy
      * Purpose:  Return-to-supplier record (DEVOLUC file, indexed by
      *           DEV-NUMERO) - o documento de devolucao da mercadoria
      *           rejeitada na inspecao do recebimento (INSPREC) e a
      *           nota de debito contra o fornecedor (FORNECED): a
      *           quantidade devolvida ao preco pago no recebimento.
      *           A nota fica em aberto ate o fornecedor compensar o
      *           valor (abatimento ou credito), baixada em INSPREC;
      *           RELPAGAR lista as abertas junto com o contas a pagar.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-DEVOLUCAO.
           03 DEV-NUMERO           PIC 9(06) VALUE ZEROS.
           03 DEV-FORNECEDOR       PIC 9(04) VALUE ZEROS.
           03 DEV-PEDIDO           PIC 9(06) VALUE ZEROS.
           03 DEV-INSPECAO         PIC 9(06) VALUE ZEROS.
           03 DEV-ITEM-CODIGO      PIC 9(04) VALUE ZEROS.
           03 DEV-QUANTIDADE       PIC 9(04) VALUE ZEROS.
           03 DEV-PRECO-UNIT       PIC 9(08)V99 VALUE ZEROS.
           03 DEV-VALOR            PIC 9(11)V99 VALUE ZEROS.
           03 DEV-LOTE             PIC X(10) VALUE SPACES.
           03 DEV-LOCAL            PIC 9(02) VALUE ZEROS.
           03 DEV-MOTIVO           PIC X(30) VALUE SPACES.
           03 DEV-DATA-EMISSAO     PIC 9(08) VALUE ZEROS.
           03 DEV-OPERADOR         PIC X(08) VALUE SPACES.
           03 DEV-SITUACAO         PIC X(01) VALUE "A".
               88 DEV-DEBITO-ABERTO    VALUE "A".
               88 DEV-DEBITO-BAIXADO   VALUE "B".
           03 DEV-DATA-BAIXA       PIC 9(08) VALUE ZEROS.
           03 FILLER               PIC X(20) VALUE SPACES.
