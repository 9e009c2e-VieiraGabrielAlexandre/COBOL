      ******************************************************************
      * Copybook: REGERRO.cpy
      * Purpose:  Registro do log central de erros de E/S (ERROLOG) -
      *           uma linha por FILE STATUS ruim que um programa
      *           encontrou: quando, qual programa, qual arquivo, em
      *           que operacao, com que status, sobre qual chave e
      *           para qual operador. O programa preenche arquivo,
      *           operacao, status e chave e CALLa LOGERRO, que poe
      *           data e hora e acrescenta a linha. CONERRO consulta
      *           por dia e programa; PAINEL conta os novos da noite.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-ERRO-IO.
           03 ERR-DATA         PIC 9(08) VALUE ZEROS.
           03 ERR-HORA         PIC 9(06) VALUE ZEROS.
           03 ERR-PROGRAMA     PIC X(15) VALUE SPACES.
           03 ERR-ARQUIVO      PIC X(20) VALUE SPACES.
      * OPEN, READ, WRITE, REWRITE, DELETE, START ou CLOSE.
           03 ERR-OPERACAO     PIC X(07) VALUE SPACES.
           03 ERR-STATUS       PIC X(02) VALUE SPACES.
           03 ERR-CHAVE        PIC X(30) VALUE SPACES.
      * Operador logado nos programas online; "BATCH" nos passos da
      * cadeia noturna e nos utilitarios sem operador.
           03 ERR-OPERADOR     PIC X(08) VALUE SPACES.
