      *           QUANTIDADE-INICIAL, the date raised, and the
      *           open/received status that the RECEBPED receiving
      *           program flips when the goods arrive and the stock is
      *           credited. Also carries what was received and at
      *           what price, so LANCNF can match the supplier's
      *           invoice against order and receipt. A mercadoria que
      *           chega fica em quarentena (INSPECAO, REGINS.cpy) com o
      *           pedido "em inspecao"; o que o inspetor aceita soma
      *           em PED-QTDE-RECEBIDA e, se algo foi rejeitado e
      *           devolvido, o pedido volta a aberto esperando a
      *           reposicao do fornecedor.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-PEDIDO.
           03 PED-STATUS           PIC X(01) VALUE "A".
               88 PED-ABERTO           VALUE "A".
               88 PED-RECEBIDO         VALUE "R".
               88 PED-EM-INSPECAO      VALUE "Q".
      * Conferencia da nota do fornecedor (LANCNF): a quantidade que
      * de fato chegou e o preco pago no recebimento (RECEBPED), o
      * preco de referencia carimbado na abertura (ultimo preco pago
      * do item) e a nota fiscal que faturou o pedido - zeros = ainda
      * sem nota.
           03 PED-QTDE-RECEBIDA    PIC 9(04) VALUE ZEROS.
           03 PED-PRECO-PEDIDO     PIC 9(08)V99 VALUE ZEROS.
           03 PED-PRECO-RECEBIDO   PIC 9(08)V99 VALUE ZEROS.
           03 PED-NOTA-FISCAL      PIC 9(09) VALUE ZEROS.
           03 FILLER               PIC X(24) VALUE SPACES.
