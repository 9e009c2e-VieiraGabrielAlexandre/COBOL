       WORKING-STORAGE SECTION.
       77  WS-STATUS-CTL       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-PROXIMA-ATUAL    PIC 9(06) VALUE ZEROS.
       77  WS-PROXIMA-NOVA     PIC 9(06) VALUE ZEROS.
           MOVE SPACES TO AUD-DEPOIS
           STRING "PROXIMA MATRICULA: " WS-PROXIMA-NOVA
               DELIMITED BY SIZE INTO AUD-DEPOIS
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA
           CLOSE AUDITORIA-FILE.

