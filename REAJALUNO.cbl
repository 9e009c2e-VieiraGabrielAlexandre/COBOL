      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch cost-of-living adjustment over the CADUSUAR
      *          person master (the ALUNOS file it used to adjust is
      *          read-only history since MIGRALUN) - applies a
      *          percentage increase to every active SALARIO-ALUNO and
      *          prints a before/after/delta report - also spooled via
      *          SPOOLREP (SPL.REAJALUN.AAAAMMDD, reprintable by
      *          RELSPOOL) so the adjustment evidence outlives the
      *          screen. A record whose new salary would leave the
      *          salary band of its cargo (CARGOS, REGCGO.cpy) is not
      *          adjusted unless a supervisor already released it
      *          (FAIXA-AUTORIZADA) - it is listed as held back, for
      *          the supervisor to decide on the screen. Each
      *          adjustment leaves its before/after event in AUDITORI,
      *          like every other change to the master.
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
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT HISTSAL-FILE ASSIGN TO "HISTSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HSAL.
           SELECT CARGO-FILE ASSIGN TO "CARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGO-CODIGO
               FILE STATUS IS WS-STATUS-CGO.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  AUDITORIA-FILE.
           COPY "REGAUD.cpy".
       FD  HISTSAL-FILE.
           COPY "REGHSAL.cpy".
       FD  CARGO-FILE.
           COPY "REGCGO.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-HSAL      PIC X(02) VALUE SPACES.
       77  WS-STATUS-CGO       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       01  WS-ANTES            PIC X(300) VALUE SPACES.
       77  WS-FORA-FAIXA       PIC X(01) VALUE "N".
           88 FORA-FAIXA           VALUE "S".
       77  WS-TOTAL-RETIDOS    PIC 9(05) VALUE ZERO.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-PERCENTUAL       PIC 9(03)V99 VALUE ZERO.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "REAJALUN".
       01  WS-LINHA-REL        PIC X(100) VALUE SPACES.

           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro de pessoas ainda nao possui registros"
           ELSE
               DISPLAY "Percentual de reajuste, somente digitos, "
                   "sem separador decimal (ex: 01000 p/ 10,00%): "
               IF WS-STATUS-HSAL NOT = "00"
                   OPEN OUTPUT HISTSAL-FILE
               END-IF
               OPEN EXTEND AUDITORIA-FILE
               IF WS-STATUS-AUD NOT = "00"
                   OPEN OUTPUT AUDITORIA-FILE
               END-IF
               OPEN INPUT CARGO-FILE
               PERFORM LER-PRIMEIRO-REGISTRO
               PERFORM AJUSTAR-REGISTRO UNTIL FIM-ARQUIVO
               MOVE SPACES TO WS-LINHA-REL
                   WS-TOTAL-AJUSTADOS
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               PERFORM EMITIR-LINHA
               MOVE SPACES TO WS-LINHA-REL
               STRING "Retidos fora da faixa do cargo: "
                   WS-TOTAL-RETIDOS
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               PERFORM EMITIR-LINHA
               MOVE "F" TO WS-ACAO-SPOOL
               CALL "SPOOLREP" USING WS-ACAO-SPOOL
                   WS-NOME-RELATORIO WS-LINHA-REL
               CLOSE CADASTRO-FILE
               CLOSE HISTSAL-FILE
               CLOSE AUDITORIA-FILE
               IF WS-STATUS-CGO = "00"
                   CLOSE CARGO-FILE
               END-IF
           END-IF
           GOBACK.

               WS-LINHA-REL.

       LER-PRIMEIRO-REGISTRO.
           READ CADASTRO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * Excluido e anonimizado continuam no master so como historico -
      * nao entram no reajuste.
       AJUSTAR-REGISTRO.
           IF REGISTRO-ATIVO
               PERFORM REAJUSTAR-ATIVO
           END-IF
           READ CADASTRO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       REAJUSTAR-ATIVO.
           MOVE SALARIO-ALUNO TO WS-SALARIO-ANTIGO
           COMPUTE WS-SALARIO-NOVO ROUNDED =
               WS-SALARIO-ANTIGO +
           COMPUTE WS-DELTA = WS-SALARIO-NOVO - WS-SALARIO-ANTIGO
           MOVE WS-SALARIO-ANTIGO TO WS-SALARIO-ANTIGO-EDIT
           MOVE WS-DELTA TO WS-DELTA-EDIT
           PERFORM CRITICAR-FAIXA-CARGO
           IF FORA-FAIXA
               ADD 1 TO WS-TOTAL-RETIDOS
               MOVE SPACES TO WS-LINHA-REL
               STRING PRIMEIRONOME " " SOBRENOME " "
                   WS-SALARIO-ANTIGO-EDIT " FORA DA FAIXA DO CARGO "
                   CARGO-ALUNO " - NAO REAJUSTADO"
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               PERFORM EMITIR-LINHA
           ELSE
               PERFORM GRAVAR-REAJUSTE
           END-IF.

      * Cargo em branco (cadastro anterior ao campo) ou arquivo de
      * cargos ausente = sem critica; salario ja liberado fora da faixa
      * por supervisor segue sendo reajustado.
       CRITICAR-FAIXA-CARGO.
           MOVE "N" TO WS-FORA-FAIXA
           IF CARGO-ALUNO NOT = SPACES AND WS-STATUS-CGO = "00"
                   AND NOT FAIXA-AUTORIZADA
               MOVE CARGO-ALUNO TO CGO-CODIGO
               READ CARGO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-SALARIO-NOVO < CGO-SALARIO-MIN
                               OR WS-SALARIO-NOVO > CGO-SALARIO-MAX
                           SET FORA-FAIXA TO TRUE
                       END-IF
               END-READ
           END-IF.

       GRAVAR-REAJUSTE.
           MOVE REGISTRO-ALUNO TO WS-ANTES
           MOVE WS-SALARIO-NOVO TO SALARIO-ALUNO
           MOVE WS-SALARIO-NOVO TO SALARIO-ALUNO-EDIT
           REWRITE REGISTRO-ALUNO
               INVALID KEY
                   MOVE "CADUSUAR" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-ARQ TO ERR-STATUS
                   MOVE MATRICULA TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar reajuste de " PRIMEIRONOME
               NOT INVALID KEY
                   MOVE SPACES TO WS-LINHA-REL
                   PERFORM EMITIR-LINHA
                   ADD 1 TO WS-TOTAL-AJUSTADOS
                   PERFORM GRAVAR-HISTORICO-SALARIO
                   PERFORM GRAVAR-AUDITORIA
           END-REWRITE.

      * O reajuste em lote tambem alimenta o historico salarial
      * consultavel (HISTSAL/RELHSAL) - ate aqui a unica memoria do
           MOVE "REAJALUNO" TO HSAL-PROGRAMA
           WRITE REGISTRO-HISTSAL.

      * O reajuste em lote e uma alteracao do master como outra
      * qualquer - o batch nao tem login, entao o evento leva o nome
      * do programa como operador.
       GRAVAR-AUDITORIA.
           INITIALIZE REGISTRO-AUDITORIA
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE "REAJALUN" TO AUD-OPERADOR
           SET AUD-ALTERACAO TO TRUE
           MOVE MATRICULA TO AUD-MATRICULA
           MOVE WS-ANTES TO AUD-ANTES
           MOVE REGISTRO-ALUNO TO AUD-DEPOIS
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "REAJALUNO" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM REAJALUNO.
