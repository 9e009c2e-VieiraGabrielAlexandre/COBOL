       77  WS-FUNCAO-DIAUTIL   PIC X(01) VALUE "V".
       77  WS-RESULTADO-DIAUTIL PIC X(01) VALUE "N".
       77  WS-TOTAL-LANCADAS   PIC 9(04) VALUE ZERO.
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
           DISPLAY "----- LANCAMENTO DE OCORRENCIAS -----".
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro indisponivel - status " WS-STATUS-ARQ
               GOBACK
           END-IF
           ADD 1 TO WS-TOTAL-LANCADAS
           DISPLAY "Ocorrencia lancada".

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "LANOCORR" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM LANOCORR.
