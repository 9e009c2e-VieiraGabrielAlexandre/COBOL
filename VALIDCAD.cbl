           03 WS-ANO-ATUAL     PIC 9(04).
           03 WS-MES-ATUAL     PIC 9(02).
           03 WS-DIA-ATUAL     PIC 9(02).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CRITICA DE QUALIDADE DO CADASTRO =====".
           END-IF
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro ainda nao possui registros - nada "
                   "a criticar"
               STOP RUN

      * CEP sem endereco cadastrado e excecao, mas nao barra o
      * fechamento - a base de CEPs se cura por CARGACEP/MANENDER sem
      * mexer no cadastro da pessoa, e o CEP que os correios
      * renumeraram e trocado na pessoa pelo RENUMCEP.
       CRITICAR-CEP.
           MOVE CEP-ALUNO TO CEP-ENDERECO
           READ ENDERECO-FILE
           MOVE WS-MOTIVO-EXCECAO TO EXC-MOTIVO
           WRITE LINHA-EXCECAO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "VALIDCAD" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM VALIDCAD.
