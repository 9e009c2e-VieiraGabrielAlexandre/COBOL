      ******************************************************************
      * Copybook: REGALM.cpy
      * Purpose:  Storage-location master record (ALMOXARI file) - o
      *           almoxarifado central e as salas satelite onde o
      *           estoque fica guardado. O 01 e sempre o central: e
      *           onde caem o saldo antigo na implantacao (CARGALOC),
      *           o recebimento sem local informado e o movimento
      *           gravado antes da existencia dos locais. O saldo de
      *           cada item por local fica em SALDOLOC (REGSLC.cpy).
      *           Mantido por MANALM; almoxarifado desativado nao
      *           recebe movimento novo, mas o saldo que ficou nele
      *           continua visivel ate ser transferido.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-ALMOXARIFADO.
           03 ALM-CODIGO       PIC 9(02) VALUE ZEROS.
           03 ALM-NOME         PIC X(20) VALUE SPACES.
           03 ALM-RESPONSAVEL  PIC X(30) VALUE SPACES.
           03 ALM-SITUACAO     PIC X(01) VALUE "A".
               88 ALM-ATIVO        VALUE "A".
               88 ALM-INATIVO      VALUE "I".
           03 FILLER           PIC X(27) VALUE SPACES.
