      ******************************************************************
      * Copybook: REGCCU.cpy
      * Purpose:  Cost-center master record (CCUSTO file) - codigo do
      *           departamento, descricao e situacao. Cada cadastro
      *           aponta o seu em CCUSTO-ALUNO (REGCAD.cpy); a folha
      *           (FOLHADET), os encargos e a exportacao contabil
      *           quebram por ele, e o razao recebe um debito por
      *           departamento em vez do valor unico da folha. Centro
      *           desativado nao aceita mais cadastro novo, mas segue
      *           valido para quem ja esta nele. Mantido por MANCUSTO.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-CCUSTO.
           03 CCU-CODIGO       PIC X(06) VALUE SPACES.
           03 CCU-DESCRICAO    PIC X(30) VALUE SPACES.
           03 CCU-SITUACAO     PIC X(01) VALUE "A".
               88 CCU-ATIVO        VALUE "A".
               88 CCU-INATIVO      VALUE "I".
