      ******************************************************************
      * Copybook: REGRPS.cpy
      * Purpose:  Reorder suggestion record (REPOSUG file, indexed by
      *           item) - uma linha por item cujo ponto de reposicao
      *           ou lote economico recalculado pelo fechamento
      *           (REPOSCAL) difere do cadastro. Guarda os valores
      *           atuais e os sugeridos lado a lado, a base do calculo
      *           (consumo medio diario e prazo do fornecedor) e a
      *           decisao tomada em APROVREP. O arquivo e refeito a
      *           cada recalculo - sugestao nao decidida no mes some
      *           quando sai a do mes seguinte.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-SUGESTAO-REPOSICAO.
           03 RPS-ITEM-CODIGO      PIC 9(04) VALUE ZEROS.
           03 RPS-DATA-CALCULO     PIC 9(08) VALUE ZEROS.
           03 RPS-CONSUMO-DIARIO   PIC 9(05)V99 VALUE ZEROS.
           03 RPS-PRAZO-DIAS       PIC 9(03) VALUE ZEROS.
           03 RPS-PONTO-ATUAL      PIC 9(04) VALUE ZEROS.
           03 RPS-PONTO-SUGERIDO   PIC 9(04) VALUE ZEROS.
           03 RPS-LOTE-ATUAL       PIC 9(04) VALUE ZEROS.
           03 RPS-LOTE-SUGERIDO    PIC 9(04) VALUE ZEROS.
           03 RPS-SITUACAO         PIC X(01) VALUE "P".
               88 RPS-PENDENTE         VALUE "P".
               88 RPS-APROVADA         VALUE "A".
               88 RPS-RECUSADA         VALUE "R".
           03 RPS-DECIDIDO-POR     PIC X(08) VALUE SPACES.
           03 RPS-DATA-DECISAO     PIC 9(08) VALUE ZEROS.
