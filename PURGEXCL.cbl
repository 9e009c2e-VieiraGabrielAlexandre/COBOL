       FD  AUDITORIA-FILE.
           COPY "REGAUD.cpy".
       FD  ARQUIVO-MENSAL.
       01  IMAGEM-ARQUIVO-MENSAL   PIC X(654).
       FD  CONTROLE-ARQ-FILE.
       01  REGISTRO-CONTROLE-ARQ   PIC 9(06).
       FD  ARQUIVO-MORTO.
       01  REGISTRO-MORTO          PIC X(300).
      * Controle dos arquivos mortos ARQEXCL.AAAAMMDD ja gerados -
      * uma data por linha, na ordem cronologica; e por ele que a
      * anonimizacao LGPD (LGPDANON) encontra os arquivos alem da
               05 TAB-DATA-EXCL    PIC 9(08).
       77  WS-MATRICULA-BUSCA      PIC 9(06) VALUE ZEROS.
           COPY "CALMES.cpy".
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== EXPURGO DE CADASTROS EXCLUIDOS =====".
       ABRIR-ARQUIVOS.
           OPEN I-O CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CADUSUAR indisponivel - status " WS-STATUS-ARQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           IF WS-STATUS-MORTO = "00"
               DELETE CADASTRO-FILE
                   INVALID KEY
                       MOVE "CADUSUAR" TO ERR-ARQUIVO
                       MOVE "DELETE" TO ERR-OPERACAO
                       MOVE WS-STATUS-ARQ TO ERR-STATUS
                       MOVE MATRICULA TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao expurgar " MATRICULA
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-PURGADOS
                           " (excluido em " WS-DATA-EXCLUSAO ")"
               END-DELETE
           ELSE
               MOVE WS-NOME-ARQUIVO-MORTO TO ERR-ARQUIVO
               MOVE "WRITE" TO ERR-OPERACAO
               MOVE WS-STATUS-MORTO TO ERR-STATUS
               MOVE MATRICULA TO ERR-CHAVE
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Falha no arquivo morto - " MATRICULA
                   " mantido no cadastro"
           END-IF.
           DISPLAY "Mantidos sem data..........: " WS-TOTAL-SEM-DATA
           DISPLAY "===== FIM DO EXPURGO =====".

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "PURGEXCL" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM PURGEXCL.
