      ******************************************************************
      * Copybook: REGRPH.cpy
      * Purpose:  Reorder-parameter history record (PONTOHIS file) -
      *           uma linha por alteracao aprovada em APROVREP do ponto
      *           de reposicao e do lote economico de um item, com os
      *           valores antes e depois, a base do calculo que gerou a
      *           sugestao, o programa de origem e o supervisor que
      *           aprovou. Mesmo desenho do historico de custo
      *           (REGCUS.cpy).
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-PONTO-HIST.
           03 RPH-ITEM-CODIGO      PIC 9(04) VALUE ZEROS.
           03 RPH-DATA             PIC 9(08) VALUE ZEROS.
           03 RPH-HORA             PIC 9(06) VALUE ZEROS.
           03 RPH-PONTO-ANTIGO     PIC 9(04) VALUE ZEROS.
           03 RPH-PONTO-NOVO       PIC 9(04) VALUE ZEROS.
           03 RPH-LOTE-ANTIGO      PIC 9(04) VALUE ZEROS.
           03 RPH-LOTE-NOVO        PIC 9(04) VALUE ZEROS.
           03 RPH-CONSUMO-DIARIO   PIC 9(05)V99 VALUE ZEROS.
           03 RPH-PRAZO-DIAS       PIC 9(03) VALUE ZEROS.
           03 RPH-ORIGEM           PIC X(08) VALUE SPACES.
           03 RPH-OPERADOR         PIC X(08) VALUE SPACES.
