               05 TAB-UF           PIC X(02).
               05 TAB-UF-QTDE      PIC 9(05).
               05 TAB-UF-SALARIOS  PIC 9(13)V99.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== RESUMO GERENCIAL DO CADASTRO =====".
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro ainda nao possui registros"
               MOVE 8 TO RETURN-CODE
               STOP RUN
               TAB-UF-QTDE(WS-INDICE-UF) "   " WS-TOTAL-EDIT "  "
               WS-MEDIA-EDIT.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELGEREN" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELGEREN.
