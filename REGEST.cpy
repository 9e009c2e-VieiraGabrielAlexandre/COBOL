      * Purpose:  Stock-on-hand control record, one per item. Holds the
      *           starting quantity for a depletion run plus the
      *           reorder point used to raise a low-stock alert.
      *           Carries the item's ABC class from the periodic
      *           consumption analysis (CURVAABC) and the economic
      *           order quantity approved from the monthly reorder
      *           recalculation (REPOSCAL/APROVREP).
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-ESTOQUE.
      * Ultimo preco unitario pago na compra do item, gravado no
      * recebimento - a memoria de preco que vivia no caderno.
           03 ITEM-ULTIMO-PRECO    PIC 9(08)V99 VALUE ZEROS.
      * Curva ABC pelo valor consumido nos ultimos 12 meses, gravada
      * pela analise periodica (CURVAABC): a classe, o valor que a
      * definiu e a data da analise. Espaco = item ainda nao
      * classificado.
           03 ITEM-CLASSE-ABC      PIC X(01) VALUE SPACE.
               88 ITEM-CLASSE-A        VALUE "A".
               88 ITEM-CLASSE-B        VALUE "B".
               88 ITEM-CLASSE-C        VALUE "C".
           03 ITEM-CONSUMO-12M     PIC 9(11)V99 VALUE ZEROS.
           03 ITEM-DATA-CLASSE     PIC 9(08) VALUE ZEROS.
      * Lote economico de compra sugerido pelo recalculo mensal de
      * reposicao (REPOSCAL) e aprovado em APROVREP - so referencia
      * para compras; zeros = ainda sem lote definido.
           03 ITEM-LOTE-ECONOMICO  PIC 9(04) VALUE ZEROS.
           03 FILLER               PIC X(54) VALUE SPACES.
