      ******************************************************************
      * Copybook: REGSLC.cpy
      * Purpose:  Stock-on-hand by location record (SALDOLOC file) -
      *           o saldo de cada item em cada almoxarifado (REGALM).
      *           A QUANTIDADE-ATUAL do REGISTRO-ESTOQUE continua
      *           sendo o total do item e e ela que dispara o alerta
      *           de estoque baixo; a soma dos locais e a abertura
      *           desse total. So o subprograma SALDOALM grava aqui,
      *           para que entrada, saida, ajuste e transferencia
      *           mexam no saldo do local pela mesma regra.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-SALDO-LOCAL.
           03 SLC-CHAVE.
               05 SLC-ITEM-CODIGO  PIC 9(04) VALUE ZEROS.
               05 SLC-LOCAL        PIC 9(02) VALUE ZEROS.
           03 SLC-QUANTIDADE   PIC S9(05) VALUE ZEROS.
           03 SLC-DATA-ATUALIZACAO PIC 9(08) VALUE ZEROS.
           03 FILLER           PIC X(10) VALUE SPACES.
