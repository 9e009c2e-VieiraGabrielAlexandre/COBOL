      *          por faixa de entrega, e imprime uma etiqueta de tres
      *          linhas por REGISTRO-ATIVO pelo spool de relatorios
      *          (SPOOLREP, SPL.ETIQUETA.AAAAMMDD). Selecao por UF ou
      *          o arquivo inteiro ("**"), e opcionalmente so os alunos
      *          (INDICADOR-ALUNO) para a mala direta da escola - sem
      *          a opcao saem todas as pessoas. E a etiqueta utilizavel
      *          que o CEP sozinho nunca soube dar - duas pessoas no
      *          mesmo CEP moram em numeros diferentes.
      * Tectonics: cobc
       77  WS-FIM-CLASSIFICADO PIC X(01) VALUE "N".
           88 FIM-CLASSIFICADO     VALUE "S".
       77  WS-UF-SELECAO       PIC X(02) VALUE SPACES.
       77  WS-SO-ALUNOS        PIC X(01) VALUE "N".
           88 SO-ALUNOS            VALUE "S" "s".
       77  WS-TOTAL-ETIQUETAS  PIC 9(05) VALUE ZERO.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "ETIQUETA".
       01  LINHA-ETIQUETA      PIC X(100) VALUE SPACES.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== ETIQUETAS POSTAIS POR CEP =====".
           DISPLAY "UF (** = todas).: " WITH NO ADVANCING.
           ACCEPT WS-UF-SELECAO.
           DISPLAY "Somente alunos (S/N): " WITH NO ADVANCING.
           ACCEPT WS-SO-ALUNOS.
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro ainda nao possui registros"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-READ.

      * So ativos viram etiqueta; o endereco resolve do CEP da pessoa
      * e as selecoes de aluno e de UF cortam aqui, antes da
      * classificacao.
       LIBERAR-REGISTRO.
           IF REGISTRO-ATIVO
                   AND (CADASTRO-DE-ALUNO OR NOT SO-ALUNOS)
               PERFORM RESOLVER-ENDERECO-CEP
               IF WS-UF-SELECAO = "**"
                       OR CLS-UF = WS-UF-SELECAO
           ADD 1 TO WS-TOTAL-ETIQUETAS
           PERFORM RETORNAR-REGISTRO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "ETIQUETA" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM ETIQUETA.
