       77  WS-TOTAL-PENDENTES  PIC 9(04) VALUE ZERO.
       77  WS-NUMERO-ESCOLHIDO PIC 9(06) VALUE ZEROS.
       77  WS-DECISAO          PIC X(01) VALUE SPACE.
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           OPEN I-O REPAGAMENTO-FILE
           IF WS-STATUS-RPQ NOT = "00"
               MOVE "REPAGQUE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-RPQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhum repagamento registrado"
               GOBACK
           END-IF
       REGRAVAR-REPAGAMENTO.
           REWRITE REGISTRO-REPAGAMENTO
               INVALID KEY
                   MOVE "REPAGQUE" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-RPQ TO ERR-STATUS
                   MOVE RPQ-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar o repagamento"
           END-REWRITE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "REVREPAG" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM REVREPAG.
