       FD  AUDITORIA-FILE.
           COPY "REGAUD.cpy".
       FD  ARQUIVO-MENSAL.
       01  IMAGEM-ARQUIVO-MENSAL   PIC X(654).
       FD  CONTROLE-ARQ-FILE.
       01  REGISTRO-CONTROLE-ARQ   PIC 9(06).
       FD  CADASTRO-FILE.
       77  WS-DATA-EVENTO      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-EVENTO      PIC 9(06) VALUE ZEROS.
       77  WS-OPER-EVENTO      PIC X(08) VALUE SPACES.
      * Decomposicao da imagem X(300) guardada em AUD-ANTES/AUD-DEPOIS.
      * Os campos abaixo espelham, byte a byte, o REGISTRO-ALUNO de
      * REGCAD.cpy - um campo acrescentado la precisa ser acrescentado
      * aqui tambem, na mesma posicao, senao a reconstituicao desloca.
           03 RCT-COMPLEMENTO      PIC X(15).
           03 RCT-DATA-ADMISSAO    PIC 9(08).
           03 RCT-STATUS           PIC X(01).
           03 RCT-CCUSTO           PIC X(06).
           03 RCT-CARGO            PIC X(06).
           03 RCT-FAIXA-SALARIAL   PIC X(01).
           03 FILLER               PIC X(86).
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
               CEP-ALUNO-EDIT.
           DISPLAY "Status..........: " RCT-STATUS
               "                  " STATUS-REGISTRO.
           DISPLAY "Centro de custo.: " RCT-CCUSTO
               "             " CCUSTO-ALUNO.
           DISPLAY "Cargo...........: " RCT-CARGO
               "             " CARGO-ALUNO.

       EXIBIR-CAMPOS-SEM-ATUAL.
           DISPLAY "Matricula.......: " RCT-MATRICULA.
           DISPLAY "Data nascimento.: " RCT-DATA-NASCIMENTO.
           DISPLAY "CEP.............: " RCT-CEP-EDIT.
           DISPLAY "Status..........: " RCT-STATUS.
           DISPLAY "Centro de custo.: " RCT-CCUSTO.
           DISPLAY "Cargo...........: " RCT-CARGO.

       END PROGRAM RECAUDIT.
