      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio de trajetoria de cargos por matricula -
      *          lista, em ordem cronologica, as entradas e trocas de
      *          cargo que o sistema registrou no arquivo HISTCGO
      *          (REGHCGO.cpy), com cargo anterior, cargo novo, o
      *          salario vigente na troca, a marca de salario fora da
      *          faixa liberado por supervisor e o programa que gravou.
      *          Matricula zerada significa "todas". E o historico de
      *          promocoes que o RH consulta nas revisoes de carreira,
      *          ao lado da evolucao salarial do RELHSAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELHCGO.
       ENVIRONMENT DIVISION.
      * Decimal separator is a build-time switch, same as EXEMPLO1.COB:
      * compile with "cobc -D BRLOCALE=1 ..." for shops that key and
      * display salaries with a comma.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTCGO-FILE ASSIGN TO "HISTCGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HCGO.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTCGO-FILE.
           COPY "REGHCGO.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-HCGO      PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-FILTRO-MATRICULA PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-TROCAS     PIC 9(05) VALUE ZERO.
       77  WS-MARCA-FAIXA      PIC X(10) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-SALARIO-EDIT     PIC ZZZZZZZZZ9,99.
      >>ELSE
       01  WS-SALARIO-EDIT     PIC ZZZZZZZZZ9.99.
      >>END-IF
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "----- TRAJETORIA DE CARGOS -----".
           DISPLAY "Matricula (zeros = todas): " WITH NO ADVANCING.
           ACCEPT WS-FILTRO-MATRICULA.
           OPEN INPUT HISTCGO-FILE
           IF WS-STATUS-HCGO NOT = "00"
               MOVE "HISTCGO" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-HCGO TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhuma troca de cargo registrada ainda"
           ELSE
               DISPLAY "Data       Hora    De     Para   Salario"
                   "        Faixa      Programa   Matricula Nome"
               PERFORM LER-PROXIMA-TROCA
               PERFORM EXIBIR-TROCA UNTIL FIM-ARQUIVO
               DISPLAY " "
               DISPLAY "Total de trocas: " WS-TOTAL-TROCAS
               CLOSE HISTCGO-FILE
           END-IF
           STOP RUN.

       LER-PROXIMA-TROCA.
           READ HISTCGO-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       EXIBIR-TROCA.
           IF WS-FILTRO-MATRICULA = ZEROS
                   OR HCGO-MATRICULA = WS-FILTRO-MATRICULA
               MOVE HCGO-SALARIO TO WS-SALARIO-EDIT
               IF HCGO-FAIXA-SALARIAL = "A"
                   MOVE "AUTORIZADO" TO WS-MARCA-FAIXA
               ELSE
                   MOVE SPACES TO WS-MARCA-FAIXA
               END-IF
               DISPLAY HCGO-DATA "   " HCGO-HORA "  "
                   HCGO-CARGO-ANTIGO " " HCGO-CARGO-NOVO " "
                   WS-SALARIO-EDIT " " WS-MARCA-FAIXA " "
                   HCGO-PROGRAMA " " HCGO-MATRICULA " " HCGO-NOME
               ADD 1 TO WS-TOTAL-TROCAS
           END-IF
           PERFORM LER-PROXIMA-TROCA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELHCGO" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELHCGO.
