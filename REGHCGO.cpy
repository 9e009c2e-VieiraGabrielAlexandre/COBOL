      ******************************************************************
      * Copybook: REGHCGO.cpy
      * Purpose:  Job-position change history record - one line
      *           appended to HISTCGO every time a cadastro enters a
      *           cargo or moves to another one (APROVPEN applying an
      *           approved Incluir/Alterar), with the cargo before and
      *           after, the salary in force, when, and which program
      *           did it. Like HISTSAL for salaries, it is queryable
      *           directly: RELHCGO prints one person's career path.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-HISTCGO.
           03 HCGO-MATRICULA       PIC 9(06) VALUE ZEROS.
           03 HCGO-NOME            PIC X(40) VALUE SPACES.
           03 HCGO-DATA            PIC 9(08) VALUE ZEROS.
           03 HCGO-HORA            PIC 9(06) VALUE ZEROS.
           03 HCGO-CARGO-ANTIGO    PIC X(06) VALUE SPACES.
           03 HCGO-CARGO-NOVO      PIC X(06) VALUE SPACES.
           03 HCGO-SALARIO         PIC 9(10)V99 VALUE ZEROS.
      * "A" = salario fora da faixa do cargo novo, liberado pelo
      * supervisor na mesma mudanca.
           03 HCGO-FAIXA-SALARIAL  PIC X(01) VALUE SPACE.
           03 HCGO-PROGRAMA        PIC X(10) VALUE SPACES.
