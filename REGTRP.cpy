      ******************************************************************
      * Copybook: REGTRP.cpy
      * Purpose:  Imagem gravada em AUD-ANTES do registro de transporte
      *           da cadeia (AUD-OPERACAO "T") que ARQAUD poe como
      *           primeiro registro do AUDITORI depois do corte mensal:
      *           qual arquivo morto ficou para tras e a sequencia e o
      *           hash com que ele fechou. VERIFAUD parte deste ponto
      *           quando o arquivo morto ja nao esta mais disponivel.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-TRANSPORTE.
           03 FILLER               PIC X(15) VALUE "ARQUIVO MORTO: ".
           03 TRP-ARQUIVO          PIC X(15) VALUE SPACES.
           03 FILLER               PIC X(12) VALUE " SEQUENCIA: ".
           03 TRP-SEQUENCIA        PIC 9(09) VALUE ZEROS.
           03 FILLER               PIC X(07) VALUE " HASH: ".
           03 TRP-HASH             PIC 9(16) VALUE ZEROS.
