      ******************************************************************
      * Author:
      * Date:
      * Purpose: Query the CADUSUAR person master (where EXEMPLO1.COB
      *          now files new students) by SOBRENOME, listing every
      *          active PRIMEIRONOME/SALARIO-ALUNO match with its
      *          MATRICULA - the lookup EXEMPLO1.COB itself has no way
      *          to repeat once it has moved on to the next ACCEPT.
      *          The SOBRENOME alternate key takes it straight to the
      *          matches instead of scanning the whole file; the old
      *          ALUNOS file is read-only history since MIGRALUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-SOBRENOME-PROCURADO PIC A(20) VALUE SPACES.
       77  WS-TOTAL-ENCONTRADOS   PIC 9(05) VALUE ZERO.

           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro de pessoas ainda nao possui registros"
           ELSE
               DISPLAY "Sobrenome a procurar: " WITH NO ADVANCING
               ACCEPT WS-SOBRENOME-PROCURADO
               ELSE
                   DISPLAY "Total encontrado: " WS-TOTAL-ENCONTRADOS
               END-IF
               CLOSE CADASTRO-FILE
           END-IF
           GOBACK.

       LER-PRIMEIRO-REGISTRO.
           MOVE WS-SOBRENOME-PROCURADO TO SOBRENOME
           START CADASTRO-FILE KEY = SOBRENOME
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-REGISTRO
           END-IF.

       LER-PROXIMO-REGISTRO.
           READ CADASTRO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       PROCURAR-REGISTRO.
           IF SOBRENOME NOT = WS-SOBRENOME-PROCURADO
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF REGISTRO-ATIVO
                   MOVE SALARIO-ALUNO TO SALARIO-ALUNO-EDIT
                   DISPLAY MATRICULA " " PRIMEIRONOME " " SOBRENOME " "
                       SALARIO-ALUNO-EDIT
                   ADD 1 TO WS-TOTAL-ENCONTRADOS
               END-IF
               PERFORM LER-PROXIMO-REGISTRO
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CONALUNO" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CONALUNO.
