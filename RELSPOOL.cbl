           88 FIM-ARQUIVO          VALUE "S".
       77  WS-RELATORIO-PEDIDO PIC X(08) VALUE SPACES.
       77  WS-DATA-PEDIDA      PIC 9(08) VALUE ZEROS.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "----- SPOOL DE RELATORIOS -----".
       LISTAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE
           IF WS-STATUS-CAT NOT = "00"
               MOVE "SPOOLCAT" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-CAT TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhum relatorio no spool ainda"
           ELSE
               DISPLAY "Relatorio Data     Linhas"
                  INTO WS-NOME-SPOOL
           OPEN INPUT SPOOL-FILE
           IF WS-STATUS-SPL NOT = "00"
               MOVE WS-NOME-SPOOL TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-SPL TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Spool nao encontrado: " WS-NOME-SPOOL
           ELSE
               PERFORM LER-PROXIMA-LINHA
           DISPLAY LINHA-SPOOL-ARQ
           PERFORM LER-PROXIMA-LINHA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELSPOOL" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELSPOOL.
