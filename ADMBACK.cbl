       77  WS-STATUS-CGA       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-STATUS-REJ       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-TOTAL-LIDAS      PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-CARGADAS   PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-REJEITADAS PIC 9(05) VALUE ZERO.
       77  WS-ANTES            PIC X(300) VALUE SPACES.
       77  WS-DEPOIS           PIC X(300) VALUE SPACES.
       77  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ADM         PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ADM-R REDEFINES WS-DATA-ADM.
           03 WS-ADM-ANO       PIC 9(04).
           03 WS-ADM-MES       PIC 9(02).
           03 WS-ADM-DIA       PIC 9(02).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CARGA UNICA DE DATA DE ADMISSAO =====".
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN INPUT CARGA-FILE
           IF WS-STATUS-CGA NOT = "00"
               MOVE "ADMCARGA.TXT" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-CGA TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "ADMCARGA.TXT indisponivel - status "
                   WS-STATUS-CGA
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CADUSUAR indisponivel - status " WS-STATUS-ARQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           MOVE WS-DATA-ADM TO DATA-ADMISSAO
           REWRITE REGISTRO-ALUNO
               INVALID KEY
                   MOVE "CADUSUAR" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-ARQ TO ERR-STATUS
                   MOVE MATRICULA TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   MOVE "FALHA AO REGRAVAR O CADASTRO"
                       TO WS-MOTIVO-REJEITO
                   PERFORM GRAVAR-REJEITO
           MOVE MATRICULA TO AUD-MATRICULA
           MOVE WS-ANTES TO AUD-ANTES
           MOVE WS-DEPOIS TO AUD-DEPOIS
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA.

       GRAVAR-REJEITO.
           MOVE LINHA-CARGA TO REJ-LINHA
           WRITE LINHA-REJEITO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "ADMBACK" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM ADMBACK.
