      *           linha por recalculo do custo medio ponderado de um
      *           item, com o custo antes e depois, o preco e a
      *           quantidade da compra que provocou a mudanca e o
      *           programa de origem (INSPREC ou APLICMOV; linhas
      *           antigas trazem RECEBPED). RELCUSTO
      *           imprime a deriva de custo do mes a partir daqui -
      *           a valorizacao do fechamento passa a refletir o que
      *           foi pago de verdade.
           03 CUS-PRECO-COMPRA PIC 9(08)V99 VALUE ZEROS.
           03 CUS-QUANTIDADE   PIC 9(04) VALUE ZEROS.
           03 CUS-ORIGEM       PIC X(08) VALUE SPACES.
      * Ultimo preco pago antes desta compra e o fornecedor que
      * entregou (zeros fora do recebimento de pedido) - a deriva de
      * preco do desempenho de fornecedores (RELFORN). Linhas gravadas
      * antes destes campos chegam em espacos; quem le testa IS
      * NUMERIC.
           03 CUS-PRECO-ANTERIOR PIC 9(08)V99 VALUE ZEROS.
           03 CUS-FORNECEDOR   PIC 9(04) VALUE ZEROS.
