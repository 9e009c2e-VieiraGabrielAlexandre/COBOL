      ******************************************************************
      * Copybook: REGCDA.cpy
      * Purpose:  Controle da cadeia do rastro de auditoria - um unico
      *           registro no AUDCADEI com a sequencia e o hash do
      *           ultimo registro gravado no AUDITORI. ENCADAUD le e
      *           regrava a cada evento; VERIFAUD compara com o fim do
      *           AUDITORI para pegar registros cortados do final.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-CADEIA-AUD.
           03 CDA-ULTIMA-SEQUENCIA PIC 9(09) VALUE ZEROS.
           03 CDA-ULTIMO-HASH      PIC 9(16) VALUE ZEROS.
           03 CDA-DATA             PIC 9(08) VALUE ZEROS.
           03 CDA-HORA             PIC 9(06) VALUE ZEROS.
