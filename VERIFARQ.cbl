       DATA DIVISION.
       FILE SECTION.
      * Os layouts abaixo so conhecem a chave de cada arquivo - o
      * resto e FILLER do tamanho exato do registro (REGCAD 300,
      * REGEND 50, REGEST 140, REGOPER 100 bytes). O salvamento copia a
      * imagem inteira; um campo novo num copybook muda o tamanho do
      * FILLER correspondente aqui.
       FD  CAD-DANIFICADO.
           03 CAD-V-MATRICULA      PIC 9(06).
           03 FILLER               PIC X(20).
           03 CAD-V-SOBRENOME      PIC X(20).
           03 FILLER               PIC X(254).
       FD  CAD-NOVO.
       01  REG-CAD-NOVO.
           03 CAD-N-MATRICULA      PIC 9(06).
           03 FILLER               PIC X(20).
           03 CAD-N-SOBRENOME      PIC X(20).
           03 FILLER               PIC X(254).
       FD  ALU-DANIFICADO.
       01  REG-ALU-DANIFICADO.
           03 FILLER               PIC X(06).
           03 ALU-V-NOME           PIC X(40).
           03 FILLER               PIC X(254).
       FD  ALU-NOVO.
       01  REG-ALU-NOVO.
           03 FILLER               PIC X(06).
           03 ALU-N-NOME           PIC X(40).
           03 FILLER               PIC X(254).
       FD  END-DANIFICADO.
       01  REG-END-DANIFICADO.
           03 END-V-CEP            PIC 9(08).
       FD  EST-DANIFICADO.
       01  REG-EST-DANIFICADO.
           03 EST-V-CODIGO         PIC 9(04).
           03 FILLER               PIC X(136).
       FD  EST-NOVO.
       01  REG-EST-NOVO.
           03 EST-N-CODIGO         PIC 9(04).
           03 FILLER               PIC X(136).
       FD  OPE-DANIFICADO.
       01  REG-OPE-DANIFICADO.
           03 OPE-V-ID             PIC X(08).
           03 FILLER               PIC X(92).
       FD  OPE-NOVO.
       01  REG-OPE-NOVO.
           03 OPE-N-ID             PIC X(08).
           03 FILLER               PIC X(92).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-DAN           PIC X(02) VALUE SPACES.
       77  WS-STATUS-NOVO          PIC X(02) VALUE SPACES.
       77  WS-TOTAL-REGRAVADOS     PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-DESCARTADOS    PIC 9(05) VALUE ZERO.
       77  WS-NOME-ESCOLHIDO       PIC X(13) VALUE SPACES.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "----- SALVAMENTO DE ARQUIVO INDEXADO -----".
           END-READ
           IF NOT FIM-ARQUIVO AND WS-STATUS-DAN NOT = "00"
                   AND WS-STATUS-DAN NOT = "02"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "READ" TO ERR-OPERACAO
               MOVE WS-STATUS-DAN TO ERR-STATUS
               MOVE CAD-V-MATRICULA TO ERR-CHAVE
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Leitura interrompida - status " WS-STATUS-DAN
                   " (registros alem deste ponto foram perdidos)"
               SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO AND WS-STATUS-DAN NOT = "00"
                   AND WS-STATUS-DAN NOT = "02"
               MOVE "ALUNOS" TO ERR-ARQUIVO
               MOVE "READ" TO ERR-OPERACAO
               MOVE WS-STATUS-DAN TO ERR-STATUS
               MOVE ALU-V-NOME TO ERR-CHAVE
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Leitura interrompida - status " WS-STATUS-DAN
                   " (registros alem deste ponto foram perdidos)"
               SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO AND WS-STATUS-DAN NOT = "00"
                   AND WS-STATUS-DAN NOT = "02"
               MOVE "ENDERECO" TO ERR-ARQUIVO
               MOVE "READ" TO ERR-OPERACAO
               MOVE WS-STATUS-DAN TO ERR-STATUS
               MOVE END-V-CEP TO ERR-CHAVE
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Leitura interrompida - status " WS-STATUS-DAN
                   " (registros alem deste ponto foram perdidos)"
               SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO AND WS-STATUS-DAN NOT = "00"
                   AND WS-STATUS-DAN NOT = "02"
               MOVE "ESTOQUE" TO ERR-ARQUIVO
               MOVE "READ" TO ERR-OPERACAO
               MOVE WS-STATUS-DAN TO ERR-STATUS
               MOVE EST-V-CODIGO TO ERR-CHAVE
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Leitura interrompida - status " WS-STATUS-DAN
                   " (registros alem deste ponto foram perdidos)"
               SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO AND WS-STATUS-DAN NOT = "00"
                   AND WS-STATUS-DAN NOT = "02"
               MOVE "OPERADOR" TO ERR-ARQUIVO
               MOVE "READ" TO ERR-OPERACAO
               MOVE WS-STATUS-DAN TO ERR-STATUS
               MOVE OPE-V-ID TO ERR-CHAVE
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Leitura interrompida - status " WS-STATUS-DAN
                   " (registros alem deste ponto foram perdidos)"
               SET FIM-ARQUIVO TO TRUE
           DISPLAY "Confira o relatorio e entao substitua o arquivo "
               "original pela copia .NOVO reconstruida".

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "VERIFARQ" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM VERIFARQ.
