           03 FDET-BRUTO       PIC 9(10)V99 VALUE ZEROS.
           03 FDET-DEDUCAO     PIC 9(10)V99 VALUE ZEROS.
           03 FDET-LIQUIDO     PIC 9(12)V99 VALUE ZEROS.
      * Centro de custo do cadastro no momento da folha - a quebra por
      * departamento dos registros e da exportacao contabil sai daqui.
      * Espacos = folha anterior ao campo (centro generico "FOLHA").
           03 FDET-CCUSTO      PIC X(06) VALUE SPACES.
      * Empregador do cadastro no momento da folha (EMPREGAD) - a
      * aprovacao, a remessa, o informe e o razao separam por ele.
      * Espacos = folha anterior ao campo (empregador 01).
           03 FDET-EMPREGADOR  PIC 9(02) VALUE 01.
