      ******************************************************************
      * Copybook: REGCGO.cpy
      * Purpose:  Job-position master record (CARGOS file) - codigo do
      *           cargo, descricao, faixa salarial (minimo e maximo) e
      *           situacao. Cada cadastro aponta o seu em CARGO-ALUNO
      *           (REGCAD.cpy); CADUSUARIO, IMPCAD e REAJALUNO criticam
      *           o salario contra a faixa, e RELFAIXA lista todo mes
      *           quem esta fora dela. Cargo desativado nao aceita mais
      *           ninguem novo, mas segue valido para quem ja esta
      *           nele. Mantido por MANCARGO.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-CARGO.
           03 CGO-CODIGO       PIC X(06) VALUE SPACES.
           03 CGO-DESCRICAO    PIC X(30) VALUE SPACES.
           03 CGO-SALARIO-MIN  PIC 9(10)V99 VALUE ZEROS.
           03 CGO-SALARIO-MAX  PIC 9(10)V99 VALUE ZEROS.
           03 CGO-SITUACAO     PIC X(01) VALUE "A".
               88 CGO-ATIVO        VALUE "A".
               88 CGO-INATIVO      VALUE "I".
