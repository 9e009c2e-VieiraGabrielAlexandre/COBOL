       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
               OPEN I-O ENDERECO-FILE
           END-IF
           IF WS-STATUS-END NOT = "00"
               MOVE "ENDERECO" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-END TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de enderecos indisponivel - status "
                   WS-STATUS-END
           ELSE
               ACCEPT UF-ENDERECO
               REWRITE REGISTRO-ENDERECO
                   INVALID KEY
                       MOVE "ENDERECO" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-END TO ERR-STATUS
                       MOVE CEP-ENDERECO TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao gravar endereco"
                   NOT INVALID KEY
                       DISPLAY "Endereco alterado com sucesso"
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   DELETE ENDERECO-FILE
                       INVALID KEY
                           MOVE "ENDERECO" TO ERR-ARQUIVO
                           MOVE "DELETE" TO ERR-OPERACAO
                           MOVE WS-STATUS-END TO ERR-STATUS
                           MOVE CEP-ENDERECO TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao excluir endereco"
                       NOT INVALID KEY
                           DISPLAY "Endereco excluido com sucesso"
               CIDADE-ENDERECO " " UF-ENDERECO
           PERFORM LER-PROXIMO-ENDERECO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANENDER" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANENDER.
