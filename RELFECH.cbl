      >>ELSE
       01  WS-LIQUIDO-EDIT     PIC ZZZZZZZZZZZZ9.99.
      >>END-IF
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== COMPARATIVO DOS FECHAMENTOS MENSAIS =====".
           OPEN INPUT FECHTOT-FILE
           IF WS-STATUS-FEC NOT = "00"
               MOVE "FECHTOT" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-FEC TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhum fechamento registrado ainda"
           ELSE
               DISPLAY "Mes     Ativos Excl.  Total salarios"
           SET TEM-ANTERIOR TO TRUE
           PERFORM LER-PROXIMO-FECHAMENTO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELFECH" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELFECH.
