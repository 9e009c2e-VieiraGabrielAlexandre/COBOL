      ******************************************************************
      * Copybook: REGPLA.cpy
      * Purpose:  Health/dental plan record (PLANOS file) - um plano
      *           por codigo, com a operadora, o tipo (saude ou
      *           odonto) e a mensalidade de cada vida dividida entre a
      *           parte do empregado e a parte da empresa, separada
      *           para titular e dependente. A soma das duas partes e o
      *           que a operadora cobra por vida na fatura. MANPLANO
      *           mantem; CONTRACH desconta a parte do empregado,
      *           ENCARGOS apura a parte da empresa e CONCPLAN confere
      *           a fatura da operadora contra as adesoes (BENEFIC).
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-PLANO.
           03 PLA-CODIGO       PIC X(04) VALUE SPACES.
           03 PLA-DESCRICAO    PIC X(30) VALUE SPACES.
           03 PLA-OPERADORA    PIC X(20) VALUE SPACES.
           03 PLA-TIPO         PIC X(01) VALUE "S".
               88 PLA-SAUDE        VALUE "S".
               88 PLA-ODONTO       VALUE "O".
           03 PLA-EMPREGADO-TITULAR PIC 9(07)V99 VALUE ZEROS.
           03 PLA-EMPREGADO-DEPENDENTE PIC 9(07)V99 VALUE ZEROS.
           03 PLA-EMPRESA-TITULAR PIC 9(07)V99 VALUE ZEROS.
           03 PLA-EMPRESA-DEPENDENTE PIC 9(07)V99 VALUE ZEROS.
           03 PLA-SITUACAO     PIC X(01) VALUE "A".
               88 PLA-ATIVO        VALUE "A".
               88 PLA-INATIVO      VALUE "I".
