               05 BAN-QTDE-DEPOIS  PIC 9(05).
               05 BAN-SOMA-DEPOIS  PIC 9(13)V99.
           COPY "TABDED.cpy".
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== SIMULACAO DE FOLHA (NADA E GRAVADO) =====".
           PERFORM MONTAR-TABELA-SIMULACAO
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro ainda nao possui registros"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           MOVE WS-VALOR-EDIT TO LINHA-SIMULACAO (39:16)
           PERFORM GRAVAR-LINHA-SIMULACAO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "SIMULFOL" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM SIMULFOL.
