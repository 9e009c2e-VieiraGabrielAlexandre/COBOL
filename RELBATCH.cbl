      * a entrada mais antiga e empurrada para fora.
       01  TABELA-EXECUCOES.
           03 TAB-EXECUCAO-ITEM OCCURS 30 TIMES.
               05 TAB-HISTORICO    PIC X(81).
       01  REGISTRO-TRABALHO.
           03 TRB-DATA             PIC 9(08).
           03 TRB-HORA-INICIO.
               05 TRB-FIM-MM       PIC 9(02).
               05 TRB-FIM-SS       PIC 9(02).
           03 TRB-RESULTADO        PIC X(01).
           03 TRB-RC-PASSO         PIC 9(03) OCCURS 20 TIMES.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== HISTORICO DO PROCESSAMENTO NOTURNO =====".
           OPEN INPUT HISTORICO-FILE
           IF WS-STATUS-HIST NOT = "00"
               MOVE "HISTBAT" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-HIST TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhuma execucao registrada ainda"
           ELSE
               PERFORM LER-PROXIMA-EXECUCAO
           END-IF
           PERFORM IMPRIMIR-RC-PASSO
               VARYING WS-INDICE-RC FROM 1 BY 1
               UNTIL WS-INDICE-RC > 20.

      * Linha gravada antes de haver 20 posicoes vem completada com
      * espacos - passo sem RC numerico nao chegou a executar. 998 e
      * o passo que a tabela de passos (CTLPASSO) pulou na noite.
       IMPRIMIR-RC-PASSO.
           IF TRB-RC-PASSO(WS-INDICE-RC) IS NUMERIC
                   AND TRB-RC-PASSO(WS-INDICE-RC) NOT = 999
               IF TRB-RC-PASSO(WS-INDICE-RC) = 998
                   DISPLAY "    Passo " WS-INDICE-RC
                       " PULADO PELA TABELA DE PASSOS"
               ELSE
                   DISPLAY "    Passo " WS-INDICE-RC " RETURN-CODE="
                       TRB-RC-PASSO(WS-INDICE-RC)
               END-IF
           END-IF.

      * Horarios sao HHMMSS do mesmo fuso; uma virada de meia-noite no
           DIVIDE WS-SEG-DURACAO BY 60 GIVING WS-DURACAO-MIN
               REMAINDER WS-DURACAO-SEG.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELBATCH" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELBATCH.
