       77  WS-RESTO-400        PIC 9(04) VALUE ZERO.
       77  WS-ANO-BISSEXTO     PIC X(01) VALUE "N".
           88 ANO-BISSEXTO         VALUE "S".
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
               OPEN I-O DEPENDENTE-FILE
           END-IF
           IF WS-STATUS-DEP NOT = "00"
               MOVE "DEPENDEN" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-DEP TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de dependentes indisponivel - status "
                   WS-STATUS-DEP
               GOBACK
           END-IF
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro indisponivel - status " WS-STATUS-ARQ
               CLOSE DEPENDENTE-FILE
               GOBACK
               SET DEP-ATIVO TO TRUE
               WRITE REGISTRO-DEPENDENTE
                   INVALID KEY
                       MOVE "DEPENDEN" TO ERR-ARQUIVO
                       MOVE "WRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-DEP TO ERR-STATUS
                       MOVE DEP-CHAVE TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao gravar o dependente"
                   NOT INVALID KEY
                       DISPLAY "Dependente incluido (sequencia "
                           SET DEP-EXCLUIDO TO TRUE
                           REWRITE REGISTRO-DEPENDENTE
                               INVALID KEY
                                   MOVE "DEPENDEN" TO ERR-ARQUIVO
                                   MOVE "REWRITE" TO ERR-OPERACAO
                                   MOVE WS-STATUS-DEP TO ERR-STATUS
                                   MOVE DEP-CHAVE TO ERR-CHAVE
                                   PERFORM REGISTRAR-ERRO-IO
                                   DISPLAY "Falha ao excluir o "
                                       "dependente"
                               NOT INVALID KEY
               SET FIM-ARQUIVO TO TRUE
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANDEP" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANDEP.
