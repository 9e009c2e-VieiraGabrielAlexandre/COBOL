       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-COMPETENCIA   PIC 9(06).
           03 FILLER           PIC 9(02).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== ADIANTAMENTO QUINZENAL DE SALARIO =====".
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
           SET PEX-AGUARDANDO TO TRUE
           WRITE REGISTRO-PAGEXTRA
               INVALID KEY
                   MOVE "PAGEXTRA" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-PEX TO ERR-STATUS
                   MOVE PEX-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao enfileirar o adiantamento da "
                       "matricula " MATRICULA
           END-WRITE.
           SET PEX-ENVIADO TO TRUE
           REWRITE REGISTRO-PAGEXTRA
               INVALID KEY
                   MOVE "PAGEXTRA" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-PEX TO ERR-STATUS
                   MOVE PEX-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao marcar a fila " PEX-NUMERO
           END-REWRITE.

           MOVE PEX-NUMERO TO WS-ULTIMO-PEX
           PERFORM LER-PROXIMO-PAGEXTRA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "ADIANTA" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM ADIANTA.
