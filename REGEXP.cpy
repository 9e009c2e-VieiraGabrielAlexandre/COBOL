      ******************************************************************
      * Copybook: REGEXP.cpy
      * Purpose:  Probation-contract record (EXPERIEN file) - um
      *           contrato de experiencia por matricula, aberto por
      *           APROVPEN quando a inclusao e aprovada: 45 dias a
      *           partir de DATA-ADMISSAO, prorrogaveis por mais 45. Os
      *           dois marcos sao o ultimo dia de cada periodo; a
      *           decisao do supervisor em cada marco (prorrogar,
      *           efetivar ou rescindir) e registrada em MANEXPER, e
      *           RELEXPER lista todo dia os marcos dos proximos 10
      *           dias uteis.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-EXPERIENCIA.
           03 EXP-MATRICULA        PIC 9(06) VALUE ZEROS.
           03 EXP-DATA-ADMISSAO    PIC 9(08) VALUE ZEROS.
           03 EXP-DATA-MARCO1      PIC 9(08) VALUE ZEROS.
           03 EXP-DATA-MARCO2      PIC 9(08) VALUE ZEROS.
           03 EXP-STATUS           PIC X(01) VALUE "1".
               88 EXP-PRIMEIRO-PERIODO VALUE "1".
               88 EXP-PRORROGADO       VALUE "2".
               88 EXP-EFETIVADO        VALUE "E".
               88 EXP-RESCINDIDO       VALUE "R".
               88 EXP-EM-ABERTO        VALUE "1" "2".
      * Quem decidiu e quando, em cada marco - a decisao do primeiro
      * marco e "P" (prorrogado), "E" ou "R"; a do segundo, "E" ou
      * "R".
           03 EXP-DECISAO-MARCO1.
               05 EXP-DECISAO1         PIC X(01) VALUE SPACE.
               05 EXP-DECISAO1-DATA    PIC 9(08) VALUE ZEROS.
               05 EXP-DECISAO1-OPERADOR PIC X(08) VALUE SPACES.
           03 EXP-DECISAO-MARCO2.
               05 EXP-DECISAO2         PIC X(01) VALUE SPACE.
               05 EXP-DECISAO2-DATA    PIC 9(08) VALUE ZEROS.
               05 EXP-DECISAO2-OPERADOR PIC X(08) VALUE SPACES.
