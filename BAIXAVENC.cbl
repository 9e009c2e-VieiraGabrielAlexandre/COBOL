      *          caminho normal e auditado, consumindo o proprio lote
      *          vencido pela regra FEFO) e marca o lote como baixado.
      *          O perecivel vencido sai do saldo com rastro, nao pelo
      *          cheiro. A saida sai do almoxarifado onde o lote esta
      *          guardado (LOT-LOCAL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77  WS-TOTAL-BAIXADOS   PIC 9(04) VALUE ZERO.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== BAIXA DE LOTES VENCIDOS =====".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O LOTE-FILE
           IF WS-STATUS-LOT NOT = "00"
               MOVE "LOTES" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-LOT TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhum lote registrado ainda"
               STOP RUN
           END-IF
               SET LOT-BAIXADO TO TRUE
               REWRITE REGISTRO-LOTE
                   INVALID KEY
                       MOVE "LOTES" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-LOT TO ERR-STATUS
                       MOVE LOT-CHAVE TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao marcar o lote " LOT-NUMERO
               END-REWRITE
               ADD 1 TO WS-TOTAL-BAIXADOS
           MOVE LOT-NUMERO TO MOV-LOTE
           MOVE LOT-VALIDADE TO MOV-VALIDADE
           MOVE "BAIXAVEN" TO MOV-OPERADOR
           MOVE SPACES TO MOV-CCUSTO
           MOVE ZEROS TO MOV-REQUISICAO
           MOVE LOT-LOCAL TO MOV-LOCAL
           MOVE ZEROS TO MOV-LOCAL-DESTINO
           WRITE REGISTRO-MOVIMENTO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "BAIXAVENC" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM BAIXAVENC.
