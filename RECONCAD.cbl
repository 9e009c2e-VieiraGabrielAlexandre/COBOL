      *          REAJALUNO). Casa os dois pelo nome e lista quem so
      *          existe num deles e quem existe nos dois com
      *          SALARIO-ALUNO divergente - o primeiro passo para
      *          eleger um deles como cadastro oficial. O CADUSUAR foi
      *          o eleito: MIGRALUN propoe a migracao pelo mesmo
      *          casamento por nome.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 ALU-COMPLEMENTO      PIC X(15).
           03 ALU-DATA-ADMISSAO    PIC 9(08).
           03 ALU-STATUS           PIC X(01).
           03 ALU-CCUSTO           PIC X(06).
           03 ALU-CARGO            PIC X(06).
           03 ALU-FAIXA-SALARIAL   PIC X(01).
           03 FILLER               PIC X(86).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ALU       PIC X(02) VALUE SPACES.
      >>ELSE
       01  WS-SALARIO-ALU-EDIT PIC ZZZZZZZZZ9.99.
      >>END-IF
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CONCILIACAO CADUSUAR x ALUNOS =====".
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CADUSUAR indisponivel - status " WS-STATUS-ARQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ALUNO-FILE
           IF WS-STATUS-ALU NOT = "00"
               MOVE "ALUNOS" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ALU TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "ALUNOS indisponivel - status " WS-STATUS-ALU
               MOVE 8 TO RETURN-CODE
               STOP RUN
           DISPLAY "Conferem nos dois arquivos.: " WS-TOTAL-CONFERE
           DISPLAY "===== FIM DA CONCILIACAO =====".

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RECONCAD" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RECONCAD.
