      *           e gera os movimentos de ajuste em MOVPEND, para
      *           APLICMOV postar a correcao pelo caminho auditado -
      *           a variancia deixa de ser um "A" cego no LANMOV.
      *           O ciclo conta um almoxarifado (CNT-LOCAL); linha
      *           antiga, sem o campo, vale como o central (01).
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-CONTAGEM.
           03 CNT-STATUS       PIC X(01) VALUE "A".
               88 CNT-ABERTA       VALUE "A".
               88 CNT-FECHADA      VALUE "F".
           03 CNT-LOCAL        PIC 9(02) VALUE ZEROS.
