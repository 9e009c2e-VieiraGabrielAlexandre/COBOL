           03 DLT-TIPO             PIC X(01) VALUE "9".
           03 DLT-QUANTIDADE       PIC 9(04).
           03 FILLER               PIC X(115) VALUE SPACES.
      * Decomposicao da imagem X(300) - espelho byte a byte do
      * REGISTRO-ALUNO de REGCAD.cpy, como em RECAUDIT.cbl.
       01  IMAGEM-DELTA.
           03 IMD-MATRICULA        PIC 9(06).
           03 IMD-COMPLEMENTO      PIC X(15).
           03 IMD-DATA-ADMISSAO    PIC 9(08).
           03 IMD-STATUS           PIC X(01).
           03 IMD-CCUSTO           PIC X(06).
           03 FILLER               PIC X(93).
      * Ultimo estado do dia por matricula - dois eventos no mesmo
      * dia colapsam na imagem final, com a acao do ultimo evento.
       01  TABELA-DELTAS.
           03 TAB-DELTA-ITEM OCCURS 2000 TIMES.
               05 TAB-DLT-MATRICULA PIC 9(06).
               05 TAB-DLT-ACAO      PIC X(01).
               05 TAB-DLT-IMAGEM    PIC X(300).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== EXTRATO DIARIO DE MUDANCAS =====".
