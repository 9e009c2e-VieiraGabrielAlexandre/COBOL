      *           refuses to pay a matricula that has no record here
      *           (the clerk used to re-type branch and account into
      *           the bank portal by hand for every payment).
      *           Canal preferido do credito: TED na conta acima ou
      *           PIX na chave cadastrada (CPF, telefone, e-mail ou
      *           chave aleatoria) - quem escolhe PIX pode ficar sem
      *           conta. Reserva no fim para os proximos campos; os
      *           arquivos do layout antigo de 25 bytes passam por
      *           CONVBAN uma vez.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-BANCARIO.
           03 BAN-TIPO-CONTA   PIC X(01) VALUE "C".
               88 BAN-CONTA-CORRENTE   VALUE "C".
               88 BAN-CONTA-POUPANCA   VALUE "P".
           03 BAN-CANAL        PIC X(01) VALUE "T".
               88 BAN-CANAL-TED        VALUE "T" SPACE.
               88 BAN-CANAL-PIX        VALUE "P".
           03 BAN-PIX-TIPO     PIC X(01) VALUE SPACE.
               88 BAN-PIX-CPF          VALUE "C".
               88 BAN-PIX-TELEFONE     VALUE "T".
               88 BAN-PIX-EMAIL        VALUE "E".
               88 BAN-PIX-ALEATORIA    VALUE "A".
           03 BAN-PIX-CHAVE    PIC X(77) VALUE SPACES.
           03 FILLER           PIC X(46) VALUE SPACES.
