       77  WS-TOTAL-SESSOES    PIC 9(03) VALUE ZERO.
       77  WS-TRAVAS-SOLTAS    PIC 9(03) VALUE ZERO.
       77  WS-MATRICULA-TRAVA  PIC 9(06) VALUE ZEROS.
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
               OPEN I-O SESSAO-FILE
           END-IF
           IF WS-STATUS-SES NOT = "00"
               MOVE "SESSOES" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-SES TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de sessoes indisponivel - status "
                   WS-STATUS-SES
               GOBACK
       EXECUTAR-DERRUBADA.
           DELETE SESSAO-FILE
               INVALID KEY
                   MOVE "SESSOES" TO ERR-ARQUIVO
                   MOVE "DELETE" TO ERR-OPERACAO
                   MOVE WS-STATUS-SES TO ERR-STATUS
                   MOVE SES-OPERADOR TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao remover a sessao"
               NOT INVALID KEY
                   PERFORM SOLTAR-TRAVAS-DO-OPERADOR
           WRITE REGISTRO-ACESSO
           CLOSE ACESSO-FILE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANSESS" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANSESS.
