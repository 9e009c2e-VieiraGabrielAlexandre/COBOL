       77  WS-TOTAL-ATUALIZADOS PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-PULADOS    PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-INVALIDOS  PIC 9(06) VALUE ZERO.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CARGA DA BASE DE CEPS =====".
           OPEN INPUT CEPBASE-FILE
           IF WS-STATUS-BAS NOT = "00"
               MOVE "CEPBASE.TXT" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-BAS TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CEPBASE.TXT indisponivel - status "
                   WS-STATUS-BAS
               MOVE 8 TO RETURN-CODE
           MOVE BAS-UF TO UF-ENDERECO
           WRITE REGISTRO-ENDERECO
               INVALID KEY
                   MOVE "ENDERECO" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-END TO ERR-STATUS
                   MOVE BAS-CEP TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   ADD 1 TO WS-TOTAL-INVALIDOS
                   DISPLAY "Falha ao incluir CEP " BAS-CEP
               NOT INVALID KEY
               MOVE BAS-UF TO UF-ENDERECO
               REWRITE REGISTRO-ENDERECO
                   INVALID KEY
                       MOVE "ENDERECO" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-END TO ERR-STATUS
                       MOVE BAS-CEP TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       ADD 1 TO WS-TOTAL-INVALIDOS
                       DISPLAY "Falha ao atualizar CEP " BAS-CEP
                   NOT INVALID KEY
               END-REWRITE
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CARGACEP" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CARGACEP.
