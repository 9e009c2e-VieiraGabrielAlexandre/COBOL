      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio mensal de salarios fora da faixa do cargo -
      *          varre o CADUSUAR, confere o SALARIO-ALUNO de cada
      *          ativo contra o minimo e o maximo do seu cargo
      *          (CARGOS, REGCGO.cpy) e lista quem esta abaixo ou
      *          acima, marcando os casos ja liberados por supervisor
      *          (FAIXA-AUTORIZADA). Cadastros sem cargo e com cargo
      *          desconhecido saem contados no rodape, para o RH
      *          completar. Sai pelo spool de relatorios (SPOOLREP,
      *          SPL.RELFAIXA.AAAAMMDD). Chamado pelo FECHMES junto
      *          com as demais rotinas de fechamento do mes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFAIXA.
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
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
           SELECT CARGO-FILE ASSIGN TO "CARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGO-CODIGO
               FILE STATUS IS WS-STATUS-CGO.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  CARGO-FILE.
           COPY "REGCGO.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CGO       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-TOTAL-ATIVOS     PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-FORA       PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-AUTORIZADOS PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-SEM-CARGO  PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-CARGO-DESC PIC 9(05) VALUE ZERO.
       77  WS-SITUACAO-FAIXA   PIC X(06) VALUE SPACES.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "RELFAIXA".
       01  LINHA-FAIXA         PIC X(100) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-SALARIO-EDIT     PIC ZZZZZZZZZ9,99.
       01  WS-MINIMO-EDIT      PIC ZZZZZZZZZ9,99.
       01  WS-MAXIMO-EDIT      PIC ZZZZZZZZZ9,99.
      >>ELSE
       01  WS-SALARIO-EDIT     PIC ZZZZZZZZZ9.99.
       01  WS-MINIMO-EDIT      PIC ZZZZZZZZZ9.99.
       01  WS-MAXIMO-EDIT      PIC ZZZZZZZZZ9.99.
      >>END-IF
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== SALARIOS FORA DA FAIXA DO CARGO =====".
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CADUSUAR indisponivel - status " WS-STATUS-ARQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CARGO-FILE
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-FAIXA
           MOVE SPACES TO LINHA-FAIXA
           STRING "SALARIOS FORA DA FAIXA DO CARGO - POSICAO DE "
               WS-DATA-ATUAL DELIMITED BY SIZE INTO LINHA-FAIXA
           PERFORM GRAVAR-LINHA-FAIXA
           MOVE SPACES TO LINHA-FAIXA
           MOVE "MATRIC" TO LINHA-FAIXA (1:6)
           MOVE "NOME" TO LINHA-FAIXA (8:4)
           MOVE "CARGO" TO LINHA-FAIXA (30:5)
           MOVE "SALARIO" TO LINHA-FAIXA (43:7)
           MOVE "MINIMO" TO LINHA-FAIXA (58:6)
           MOVE "MAXIMO" TO LINHA-FAIXA (72:6)
           MOVE "SITUACAO" TO LINHA-FAIXA (79:8)
           PERFORM GRAVAR-LINHA-FAIXA
           MOVE ALL "-" TO LINHA-FAIXA
           PERFORM GRAVAR-LINHA-FAIXA
           PERFORM LER-PROXIMO-CADASTRO
           PERFORM CONFERIR-CADASTRO UNTIL FIM-ARQUIVO
           MOVE ALL "=" TO LINHA-FAIXA
           PERFORM GRAVAR-LINHA-FAIXA
           MOVE SPACES TO LINHA-FAIXA
           STRING "ATIVOS: " WS-TOTAL-ATIVOS
               "  FORA DA FAIXA: " WS-TOTAL-FORA
               "  (AUTORIZADOS: " WS-TOTAL-AUTORIZADOS ")"
               DELIMITED BY SIZE INTO LINHA-FAIXA
           PERFORM GRAVAR-LINHA-FAIXA
           MOVE SPACES TO LINHA-FAIXA
           STRING "SEM CARGO: " WS-TOTAL-SEM-CARGO
               "  CARGO NAO CADASTRADO: " WS-TOTAL-CARGO-DESC
               DELIMITED BY SIZE INTO LINHA-FAIXA
           PERFORM GRAVAR-LINHA-FAIXA
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-FAIXA
           CLOSE CADASTRO-FILE
           IF WS-STATUS-CGO = "00"
               CLOSE CARGO-FILE
           END-IF
           DISPLAY "Relatorio no spool RELFAIXA - " WS-TOTAL-FORA
               " fora da faixa"
           DISPLAY "===== FIM DO RELATORIO DE FAIXAS =====".
           STOP RUN.

       LER-PROXIMO-CADASTRO.
           READ CADASTRO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       CONFERIR-CADASTRO.
           IF REGISTRO-ATIVO
               ADD 1 TO WS-TOTAL-ATIVOS
               IF CARGO-ALUNO = SPACES
                   ADD 1 TO WS-TOTAL-SEM-CARGO
               ELSE
                   PERFORM CONFERIR-FAIXA-CARGO
               END-IF
           END-IF
           PERFORM LER-PROXIMO-CADASTRO.

       CONFERIR-FAIXA-CARGO.
           MOVE CARGO-ALUNO TO CGO-CODIGO
           READ CARGO-FILE
               INVALID KEY
                   ADD 1 TO WS-TOTAL-CARGO-DESC
               NOT INVALID KEY
                   IF SALARIO-ALUNO < CGO-SALARIO-MIN
                       MOVE "ABAIXO" TO WS-SITUACAO-FAIXA
                       PERFORM IMPRIMIR-FORA-FAIXA
                   ELSE
                       IF SALARIO-ALUNO > CGO-SALARIO-MAX
                           MOVE "ACIMA" TO WS-SITUACAO-FAIXA
                           PERFORM IMPRIMIR-FORA-FAIXA
                       END-IF
                   END-IF
           END-READ.

       IMPRIMIR-FORA-FAIXA.
           ADD 1 TO WS-TOTAL-FORA
           IF FAIXA-AUTORIZADA
               ADD 1 TO WS-TOTAL-AUTORIZADOS
           END-IF
           MOVE SALARIO-ALUNO TO WS-SALARIO-EDIT
           MOVE CGO-SALARIO-MIN TO WS-MINIMO-EDIT
           MOVE CGO-SALARIO-MAX TO WS-MAXIMO-EDIT
           MOVE SPACES TO LINHA-FAIXA
           MOVE MATRICULA TO LINHA-FAIXA (1:6)
           MOVE PRIMEIRONOME TO LINHA-FAIXA (8:20)
           MOVE CARGO-ALUNO TO LINHA-FAIXA (30:6)
           MOVE WS-SALARIO-EDIT TO LINHA-FAIXA (37:13)
           MOVE WS-MINIMO-EDIT TO LINHA-FAIXA (51:13)
           MOVE WS-MAXIMO-EDIT TO LINHA-FAIXA (65:13)
           MOVE WS-SITUACAO-FAIXA TO LINHA-FAIXA (79:6)
           IF FAIXA-AUTORIZADA
               MOVE "AUTORIZADO" TO LINHA-FAIXA (86:10)
           END-IF
           PERFORM GRAVAR-LINHA-FAIXA.

       GRAVAR-LINHA-FAIXA.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-FAIXA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELFAIXA" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELFAIXA.
