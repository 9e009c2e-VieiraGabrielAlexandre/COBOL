       77  WS-TOTAL-LIDOS          PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-REGRAVADOS     PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-DESCARTADOS    PIC 9(05) VALUE ZERO.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "----- RECONSTRUCAO DO CADUSUAR COM CHAVE POR "
               "SOBRENOME -----".
           OPEN INPUT CAD-ANTIGO
           IF WS-STATUS-ANT NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ANT TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nao foi possivel abrir CADUSUAR - status "
                   WS-STATUS-ANT
               DISPLAY "Se o arquivo ja esta no formato novo, nada "
           END-READ
           IF NOT FIM-ARQUIVO AND WS-STATUS-ANT NOT = "00"
                   AND WS-STATUS-ANT NOT = "02"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "READ" TO ERR-OPERACAO
               MOVE WS-STATUS-ANT TO ERR-STATUS
               MOVE CAD-V-MATRICULA TO ERR-CHAVE
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Leitura interrompida - status " WS-STATUS-ANT
                   " (registros alem deste ponto foram perdidos)"
               SET FIM-ARQUIVO TO TRUE
           DISPLAY "Confira o relatorio e entao substitua CADUSUAR "
               "pela copia CADUSUAR.NOVO reconstruida".

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "REIDXCAD" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM REIDXCAD.
