       77  WS-STATUS-CGA       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-STATUS-REJ       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-INDICE-CPF       PIC 9(04) VALUE ZERO.
       77  WS-CPF-EM-USO       PIC X(01) VALUE "N".
           88 CPF-EM-USO           VALUE "S".
       77  WS-ANTES            PIC X(300) VALUE SPACES.
       77  WS-DEPOIS           PIC X(300) VALUE SPACES.
      * CPFs ja em uso nos registros ativos, carregados uma vez no
      * inicio; cada carga boa entra na tabela tambem, para a propria
      * carga nao repetir CPF entre duas matriculas.
       01  TABELA-CPF.
           03 TAB-CPF-USADO    PIC 9(11) OCCURS 5000 TIMES.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CARGA UNICA DE CPF NO CADASTRO =====".
           OPEN INPUT CARGA-FILE
           IF WS-STATUS-CGA NOT = "00"
               MOVE "CPFCARGA.TXT" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-CGA TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CPFCARGA.TXT indisponivel - status "
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
           MOVE CPF-ALUNO (10:2) TO CPF-ALUNO-EDIT-P4
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
           MOVE "CPFBACK" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CPFBACK.
