       77  WS-DESCRICAO-TIPO   PIC X(20) VALUE SPACES.
       77  WS-NATUREZA-TIPO    PIC X(01) VALUE SPACE.
           COPY "TABVRB.cpy".
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
               OPEN I-O VERBA-FILE
           END-IF
           IF WS-STATUS-VRB NOT = "00"
               MOVE "VERBAS" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-VRB TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de verbas indisponivel - status "
                   WS-STATUS-VRB
               GOBACK
           END-IF
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro indisponivel - status " WS-STATUS-ARQ
               CLOSE VERBA-FILE
               GOBACK
               ACCEPT VRB-VALOR
               REWRITE REGISTRO-VERBA
                   INVALID KEY
                       MOVE "VERBAS" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-VRB TO ERR-STATUS
                       MOVE VRB-CHAVE TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao gravar a verba"
                   NOT INVALID KEY
                       DISPLAY "Verba alterada com sucesso"
               END-IF
               REWRITE REGISTRO-VERBA
                   INVALID KEY
                       MOVE "VERBAS" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-VRB TO ERR-STATUS
                       MOVE VRB-CHAVE TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao gravar a verba"
               END-REWRITE
           END-IF.
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   DELETE VERBA-FILE
                       INVALID KEY
                           MOVE "VERBAS" TO ERR-ARQUIVO
                           MOVE "DELETE" TO ERR-OPERACAO
                           MOVE WS-STATUS-VRB TO ERR-STATUS
                           MOVE VRB-CHAVE TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao excluir a verba"
                       NOT INVALID KEY
                           DISPLAY "Verba excluida com sucesso"
               SET FIM-ARQUIVO TO TRUE
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANVERBA" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANVERBA.
