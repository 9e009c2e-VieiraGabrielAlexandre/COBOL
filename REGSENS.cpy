      ******************************************************************
      * Copybook: REGSENS.cpy
      * Purpose:  Registro de visao de dados sensiveis - uma linha
      *           acrescentada ao LOGSENS pelo subprograma DADOSENS
      *           toda vez que salario e CPF de um registro do
      *           cadastro saem sem mascara para um operador com a
      *           permissao (OPERADOR-DADOS-SENSIVEIS, REGOPER.cpy).
      *           RELACESS resume por operador para a revisao.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-SENSIVEL.
           03 SEN-DATA         PIC 9(08) VALUE ZEROS.
           03 SEN-HORA         PIC 9(06) VALUE ZEROS.
           03 SEN-OPERADOR     PIC X(08) VALUE SPACES.
           03 SEN-PROGRAMA     PIC X(10) VALUE SPACES.
           03 SEN-MATRICULA    PIC 9(06) VALUE ZEROS.
      * Por onde o dado saiu: "C" tela de consulta, "R" relatorio,
      * "E" exportacao para arquivo.
           03 SEN-MEIO         PIC X(01) VALUE SPACE.
               88 SEN-CONSULTA     VALUE "C".
               88 SEN-RELATORIO    VALUE "R".
               88 SEN-EXPORTACAO   VALUE "E".
