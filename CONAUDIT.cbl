       FD  AUDITORIA-FILE.
           COPY "REGAUD.cpy".
       FD  ARQUIVO-MENSAL.
       01  IMAGEM-ARQUIVO-MENSAL   PIC X(654).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-STATUS-MES       PIC X(02) VALUE SPACES.
           03  WS-HORA-MM      PIC 9(02).
           03  FILLER          PIC X(01) VALUE ":".
           03  WS-HORA-SS      PIC 9(02).
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
           MOVE ZERO TO WS-TOTAL-EVENTOS
           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUD NOT = "00"
               MOVE "AUDITORI" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-AUD TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Rastro de auditoria ainda nao possui registros"
           ELSE
               PERFORM SOLICITAR-FILTROS
                   MOVE "REJEICAO   " TO WS-OPERACAO-EXTENSO
               WHEN AUD-AJUSTE-NUMERACAO
                   MOVE "AJUSTE NUM." TO WS-OPERACAO-EXTENSO
               WHEN AUD-TRANSPORTE-CADEIA
                   MOVE "TRANSP.CAD." TO WS-OPERACAO-EXTENSO
               WHEN OTHER
                   MOVE AUD-OPERACAO TO WS-OPERACAO-EXTENSO
           END-EVALUATE
               ADD 1 TO WS-CORRENTE-MM
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CONAUDIT" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CONAUDIT.
