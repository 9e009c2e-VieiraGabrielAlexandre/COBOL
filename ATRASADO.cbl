               05 TAB-DEV-MATRICULA PIC 9(06).
               05 TAB-DEV-VALOR     PIC S9(11)V99.
           COPY "TABDED.cpy".
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CALCULO DE ATRASADOS =====".
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT FOLHA-DETALHE-FILE
           IF WS-STATUS-FDT NOT = "00"
               MOVE "FOLHADET" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-FDT TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "FOLHADET indisponivel - status " WS-STATUS-FDT
               MOVE "S" TO WS-FIM-ARQUIVO
           ELSE
           SET PEX-AGUARDANDO TO TRUE
           WRITE REGISTRO-PAGEXTRA
               INVALID KEY
                   MOVE "PAGEXTRA" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-PEX TO ERR-STATUS
                   MOVE PEX-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao enfileirar atrasados da "
                       "matricula " TAB-DEV-MATRICULA(WS-INDICE-DEV)
           END-WRITE.
           MOVE PEX-NUMERO TO WS-ULTIMO-PEX
           PERFORM LER-PROXIMO-PAGEXTRA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "ATRASADO" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM ATRASADO.
