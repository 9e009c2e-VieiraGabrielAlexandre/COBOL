      *           molde maker-checker de APROVPEN. REMESSA se recusa a
      *           gerar o arquivo do banco de uma competencia que nao
      *           tem aprovacao aqui - nada mais de percentual errado
      *           de REAJALUNO indo direto para o banco. Cada
      *           empregador (EMPREGAD) aprova a sua folha em separado.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-APROVACAO-FOLHA.
           03 APF-HORA         PIC 9(06) VALUE ZEROS.
           03 APF-STATUS       PIC X(01) VALUE "A".
               88 APF-APROVADA     VALUE "A".
      * Empresa cuja folha foi aprovada - espacos = aprovacao gravada
      * antes do campo, do empregador 01.
           03 APF-EMPREGADOR   PIC 9(02) VALUE 01.
