       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O FERIADO-FILE
               OPEN I-O FERIADO-FILE
           END-IF
           IF WS-STATUS-FER NOT = "00"
               MOVE "FERIADOS" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-FER TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de feriados indisponivel - status "
                   WS-STATUS-FER
               STOP RUN
               NOT INVALID KEY
                   DELETE FERIADO-FILE
                       INVALID KEY
                           MOVE "FERIADOS" TO ERR-ARQUIVO
                           MOVE "DELETE" TO ERR-OPERACAO
                           MOVE WS-STATUS-FER TO ERR-STATUS
                           MOVE FERIADO-DATA TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao excluir o feriado"
                       NOT INVALID KEY
                           DISPLAY "Feriado excluido com sucesso"
           DISPLAY FERIADO-DATA " " FERIADO-DESCRICAO
           PERFORM LER-PROXIMO-FERIADO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANFERIA" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANFERIA.
