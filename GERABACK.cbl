       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  AUDITORIA-FILE.
      * Imagem bruta do registro de auditoria (REGAUD.cpy ocupa 654
      * bytes) - a copia e byte a byte, sem interpretar os campos.
       01  IMAGEM-AUDITORIA        PIC X(654).
       FD  CAD-BACKUP.
       01  IMAGEM-CADASTRO         PIC X(300).
       FD  AUD-BACKUP.
       01  IMAGEM-AUD-BACKUP       PIC X(654).
       FD  GERACAO-FILE.
       01  REGISTRO-GERACAO        PIC 9(08).
       WORKING-STORAGE SECTION.
           88 GERACAO-JA-EXISTE        VALUE "S".
       01  TABELA-GERACOES.
           03 TAB-GERACAO          PIC 9(08) OCCURS 10 TIMES.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== GERACAO DE COPIA DE SEGURANCA =====".
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CADUSUAR indisponivel - status " WS-STATUS-ARQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUD NOT = "00"
               MOVE "AUDITORI" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-AUD TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "AUDITORI ainda nao existe - copia vazia"
               OPEN OUTPUT AUD-BACKUP
               CLOSE AUD-BACKUP
           MOVE TAB-GERACAO(WS-INDICE-GER) TO REGISTRO-GERACAO
           WRITE REGISTRO-GERACAO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "GERABACK" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM GERABACK.
