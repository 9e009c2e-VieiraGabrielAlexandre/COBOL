      ******************************************************************
      * Copybook: REGBEN.cpy
      * Purpose:  Benefit-plan enrollment record (BENEFIC file) - uma
      *           vida coberta por registro: a matricula, o plano
      *           (REGPLA.cpy) e a sequencia do dependente no DEPENDEN
      *           (REGDEP.cpy), com 00 para o proprio titular. A vida
      *           vale da competencia de inicio ate a de fim (zeros =
      *           sem fim) e a operadora cobra o mes inteiro. MANPLANO
      *           faz a adesao e o cancelamento; CONTRACH e ENCARGOS
      *           contam as vidas vigentes na competencia fechada e
      *           CONCPLAN casa cada uma com a linha da fatura.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-BENEFICIO.
           03 BEN-CHAVE.
               05 BEN-MATRICULA    PIC 9(06) VALUE ZEROS.
               05 BEN-PLANO        PIC X(04) VALUE SPACES.
               05 BEN-DEP-SEQUENCIA PIC 9(02) VALUE ZEROS.
                   88 BEN-TITULAR      VALUE ZEROS.
           03 BEN-COMPETENCIA-INICIO PIC 9(06) VALUE ZEROS.
           03 BEN-COMPETENCIA-FIM PIC 9(06) VALUE ZEROS.
           03 BEN-DATA-ADESAO  PIC 9(08) VALUE ZEROS.
           03 BEN-OPERADOR     PIC X(08) VALUE SPACES.
