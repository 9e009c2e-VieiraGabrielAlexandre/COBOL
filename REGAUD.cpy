      * Purpose:  Audit trail record - one line per successful Incluir,
      *           Alterar, Excluir or Restaurar against the CADUSUARIO
      *           master, carrying a before/after image plus who and
      *           when. Every record is chained to the one before it
      *           (AUD-SEQUENCIA/AUD-HASH, set by ENCADAUD just before
      *           the WRITE) so a gap, a reordering or an edited line
      *           shows up in VERIFAUD.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-AUDITORIA.
               88 AUD-APROVACAO-FOLHA  VALUE "F".
               88 AUD-PARAMETRO        VALUE "P".
               88 AUD-ANONIMIZACAO     VALUE "L".
               88 AUD-CENTRO-CUSTO     VALUE "C".
               88 AUD-CARGO            VALUE "K".
               88 AUD-ORCAMENTO        VALUE "O".
               88 AUD-EMPREGADOR       VALUE "M".
               88 AUD-PASSO-BATCH      VALUE "B".
               88 AUD-TRANSPORTE-CADEIA VALUE "T".
           03 AUD-MATRICULA    PIC 9(06) VALUE ZEROS.
      * 300 = the full length of REGISTRO-ALUNO (REGCAD.cpy) so the
      * before/after image always captures every field, including
      * STATUS-REGISTRO, the fields after it and the reserve area
      * that new cadastro fields are carved from.
           03 AUD-ANTES        PIC X(300) VALUE SPACES.
           03 AUD-DEPOIS       PIC X(300) VALUE SPACES.
      * Chaining fields - sequence number across the whole trail and
      * the hash of this record seeded with the previous record's
      * hash (HASHAUD). Lines written before the chain existed carry
      * spaces here and are counted apart by VERIFAUD.
           03 AUD-SEQUENCIA    PIC 9(09) VALUE ZEROS.
           03 AUD-HASH         PIC 9(16) VALUE ZEROS.
