      ******************************************************************
      * Copybook: REGLGPD.cpy
      * Purpose:  Registro de solicitacao de acesso do titular (LGPD) -
      *           uma linha acrescentada ao LGPDSOLI por LGPDACES a
      *           cada relatorio emitido, com quem emitiu, quando, o
      *           CPF pedido e quantas matriculas e linhas sairam. E o
      *           comprovante de atendimento do direito de acesso.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-SOLICITACAO-LGPD.
           03 SOL-DATA         PIC 9(08) VALUE ZEROS.
           03 SOL-HORA         PIC 9(06) VALUE ZEROS.
           03 SOL-OPERADOR     PIC X(08) VALUE SPACES.
           03 SOL-CPF          PIC 9(11) VALUE ZEROS.
           03 SOL-MATRICULAS   PIC 9(02) VALUE ZEROS.
           03 SOL-LINHAS       PIC 9(05) VALUE ZEROS.
