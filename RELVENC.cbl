      *          default 30 dias), com o ja vencido destacado, pelo
      *          spool de relatorios (SPOOLREP, SPL.RELVENC). E o fim
      *          do perecivel descoberto pelo cheiro - o vencido em si
      *          e baixado por BAIXAVENC pelo caminho auditado. Cada
      *          linha traz o almoxarifado (LC) onde o lote esta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "RELVENC".
       01  LINHA-VENCIMENTO    PIC X(100) VALUE SPACES.
       01  WS-DATA-LIMITE      PIC 9(08) VALUE ZEROS.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== LOTES A VENCER =====".
           PERFORM CALCULAR-DATA-LIMITE
           OPEN INPUT LOTE-FILE
           IF WS-STATUS-LOT NOT = "00"
               MOVE "LOTES" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-LOT TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhum lote registrado ainda"
               STOP RUN
           END-IF
               " (HORIZONTE DE " WS-HORIZONTE-DIAS " DIAS)"
               DELIMITED BY SIZE INTO LINHA-VENCIMENTO
           PERFORM GRAVAR-LINHA-VENCIMENTO
           MOVE "ITEM LOTE       VALIDADE SALDO LC"
               TO LINHA-VENCIMENTO
           PERFORM GRAVAR-LINHA-VENCIMENTO
           PERFORM LER-PROXIMO-LOTE
                   AND LOT-VALIDADE <= WS-DATA-LIMITE
               MOVE SPACES TO LINHA-VENCIMENTO
               STRING LOT-ITEM-CODIGO " " LOT-NUMERO " "
                   LOT-VALIDADE " " LOT-QUANTIDADE " " LOT-LOCAL
                   DELIMITED BY SIZE INTO LINHA-VENCIMENTO
               IF LOT-VALIDADE < WS-DATA-HOJE
                   MOVE " *** VENCIDO ***" TO LINHA-VENCIMENTO (40:16)
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-VENCIMENTO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELVENC" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELVENC.
