       WORKING-STORAGE SECTION.
       77  WS-STATUS-PAR       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-VALOR-ANTIGO     PIC 9(07)V99 VALUE ZEROS.
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
               OPEN I-O PARAMETRO-FILE
           END-IF
           IF WS-STATUS-PAR NOT = "00"
               MOVE "PARAMETR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-PAR TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de parametros indisponivel - status "
                   WS-STATUS-PAR
               GOBACK
                   ACCEPT PAR-VALOR
                   REWRITE REGISTRO-PARAMETRO
                       INVALID KEY
                           MOVE "PARAMETR" TO ERR-ARQUIVO
                           MOVE "REWRITE" TO ERR-OPERACAO
                           MOVE WS-STATUS-PAR TO ERR-STATUS
                           MOVE PAR-CODIGO TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao gravar o parametro"
                       NOT INVALID KEY
                           DISPLAY "Parametro alterado - vale a "
           MOVE WS-VALOR-ANTIGO TO AUD-ANTES (10:9)
           MOVE PAR-CODIGO TO AUD-DEPOIS (1:8)
           MOVE PAR-VALOR TO AUD-DEPOIS (10:9)
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA
           CLOSE AUDITORIA-FILE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANPARAM" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANPARAM.
