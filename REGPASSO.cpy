      ******************************************************************
      * Copybook: REGPASSO.cpy
      * Purpose:  Passo da cadeia noturna (arquivo CTLPASSO, indexado
      *           pela ordem) - qual programa o PROCNOT dispara em
      *           cada posicao, como chama-lo, se esta habilitado, em
      *           que dias roda e se a falha dele interrompe a noite.
      *           A ordem e tambem a posicao do RC do passo no HISTBAT
      *           (REGHIST.cpy), entao vai de 01 a 20. Mantido por
      *           MANPASSO (so supervisor), com cada mudanca auditada
      *           no AUDITORI; segurar um passo por uma noite deixou de
      *           ser recompilacao do PROCNOT.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-PASSO.
           03 PAS-ORDEM            PIC 9(02) VALUE ZEROS.
           03 PAS-PROGRAMA         PIC X(12) VALUE SPACES.
      * "S" = programa batch com STOP RUN proprio, disparado como um
      * passo de job pelo sistema operacional; "C" = subprograma
      * CALLado no proprio PROCNOT com a opcao de relatorio noturno
      * (5) e o id de batch "PROCNOT" como operador, como o
      * RELUSUARIO.
           03 PAS-CHAMADA          PIC X(01) VALUE "S".
               88 PAS-CHAMADA-SISTEMA  VALUE "S".
               88 PAS-CHAMADA-INTERNA  VALUE "C".
           03 PAS-HABILITADO       PIC X(01) VALUE "S".
               88 PAS-ATIVO            VALUE "S".
               88 PAS-DESATIVADO       VALUE "N".
      * "D" = todo dia util; "M" = so no ultimo dia util do mes;
      * "N" = so nos dias uteis de novembro e dezembro.
           03 PAS-CALENDARIO       PIC X(01) VALUE "D".
               88 PAS-TODO-DIA-UTIL    VALUE "D".
               88 PAS-FIM-DE-MES       VALUE "M".
               88 PAS-NOVEMBRO-DEZEMBRO VALUE "N".
      * "S" = a falha para a noite (marca e lock ficam para a
      * resubmissao); "N" = o RC fica no HISTBAT e a noite segue.
           03 PAS-INTERROMPE       PIC X(01) VALUE "S".
               88 PAS-FALHA-INTERROMPE VALUE "S".
               88 PAS-FALHA-SEGUE      VALUE "N".
           03 PAS-DESCRICAO        PIC X(30) VALUE SPACES.
           03 FILLER               PIC X(20) VALUE SPACES.
