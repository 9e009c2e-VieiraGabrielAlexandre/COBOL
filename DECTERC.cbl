               05 TAB-TRC-ANTIGO    PIC 9(10)V99.
               05 TAB-TRC-NOVO      PIC 9(10)V99.
           COPY "TABDED.cpy".
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
               " DE " WS-ANO-ATUAL " =====".
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro ainda nao possui registros"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           SET PEX-AGUARDANDO TO TRUE
           WRITE REGISTRO-PAGEXTRA
               INVALID KEY
                   MOVE "PAGEXTRA" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-PEX TO ERR-STATUS
                   MOVE PEX-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar a fila de pagamento da "
                       "matricula " MATRICULA
           END-WRITE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "DECTERC" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM DECTERC.
