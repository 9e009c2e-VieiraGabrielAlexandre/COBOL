      * carga nao registrar a mesma data duas vezes.
       01  TABELA-CONTROLE.
           03 TAB-CTL-DATA     PIC 9(08) OCCURS 1000 TIMES.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CARGA UNICA DO CONTROLE ARQEXCTL =====".
           OPEN INPUT CARGA-FILE
           IF WS-STATUS-CGA NOT = "00"
               MOVE "ARQCARGA.TXT" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-CGA TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "ARQCARGA.TXT nao encontrado - nada a carregar"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Registrado no controle: " WS-NOME-ARQUIVO-MORTO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "ARQBACK" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM ARQBACK.
