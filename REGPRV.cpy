      ******************************************************************
      * Copybook: REGPRV.cpy
      * Purpose:  Provision snapshot record (PROVTOT file) - uma linha
      *           por competencia gravada por PROVMES no fechamento,
      *           com o movimento das provisoes de ferias (com o terco)
      *           e de decimo terceiro: saldo inicial (o final da
      *           competencia anterior), constituicao do mes, baixas
      *           pelo que foi pago no mes (ferias gozadas, parcelas
      *           do decimo, acertos de rescisao) e saldo final. A
      *           exportacao contabil (EXPCONTA) lanca a constituicao
      *           do mes; a proxima competencia abre com o saldo final
      *           daqui.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-PROVISAO.
           03 PRV-COMPETENCIA      PIC 9(06) VALUE ZEROS.
           03 PRV-FERIAS-INICIAL   PIC 9(13)V99 VALUE ZEROS.
      * Constituicao negativa = reversao (saldo final menor que o
      * inicial menos as baixas, como numa reducao de salario).
           03 PRV-FERIAS-CONSTITUIDA PIC S9(13)V99 VALUE ZEROS.
           03 PRV-FERIAS-BAIXAS    PIC 9(13)V99 VALUE ZEROS.
           03 PRV-FERIAS-FINAL     PIC 9(13)V99 VALUE ZEROS.
           03 PRV-DECIMO-INICIAL   PIC 9(13)V99 VALUE ZEROS.
           03 PRV-DECIMO-CONSTITUIDA PIC S9(13)V99 VALUE ZEROS.
           03 PRV-DECIMO-BAIXAS    PIC 9(13)V99 VALUE ZEROS.
           03 PRV-DECIMO-FINAL     PIC 9(13)V99 VALUE ZEROS.
