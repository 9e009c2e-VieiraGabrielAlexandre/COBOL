      ******************************************************************
      * Copybook: REGEMP.cpy
      * Purpose:  Employer master record (EMPREGAD file) - uma empresa
      *           do grupo por codigo, com CNPJ, razao social e o
      *           convenio de pagamento de salarios com o banco
      *           (CNAB 240: banco, convenio, agencia e conta da
      *           empresa). O EMPREGADOR-ALUNO de REGCAD.cpy aponta
      *           para ca; folha, aprovacao, remessa, encargos, FGTS,
      *           informe de rendimentos e exportacao contabil saem
      *           por empregador. Mantido por MANEMPR (so supervisor)
      *           e lido pelos programas da folha via LEREMPR.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-EMPREGADOR.
           03 EMP-CODIGO           PIC 9(02) VALUE ZEROS.
           03 EMP-CNPJ             PIC 9(14) VALUE ZEROS.
           03 EMP-RAZAO-SOCIAL     PIC X(30) VALUE SPACES.
           03 EMP-BANCO            PIC 9(03) VALUE ZEROS.
           03 EMP-NOME-BANCO       PIC X(30) VALUE SPACES.
           03 EMP-CONVENIO         PIC X(20) VALUE SPACES.
           03 EMP-AGENCIA          PIC 9(05) VALUE ZEROS.
           03 EMP-AGENCIA-DV       PIC X(01) VALUE SPACE.
           03 EMP-CONTA            PIC 9(12) VALUE ZEROS.
           03 EMP-CONTA-DV         PIC X(01) VALUE SPACE.
           03 EMP-STATUS           PIC X(01) VALUE "A".
               88 EMP-ATIVO            VALUE "A".
               88 EMP-INATIVO          VALUE "I".
