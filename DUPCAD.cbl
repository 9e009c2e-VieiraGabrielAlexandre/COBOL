                   10 TAB-SOBRENOME    PIC X(20).
               05 TAB-DATA-NASC    PIC 9(08).
               05 TAB-CPF          PIC 9(11).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== DETECCAO DE CADASTROS DUPLICADOS =====".
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro ainda nao possui registros"
               MOVE 8 TO RETURN-CODE
               STOP RUN
               TAB-SOBRENOME(WS-INDICE-B) " "
               TAB-DATA-NASC(WS-INDICE-B).

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "DUPCAD" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM DUPCAD.
