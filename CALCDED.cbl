      *          faixa de cada salario e imprime deducao antiga contra
      *          nova, registro a registro. Quando a tabela muda em
      *          janeiro, roda-se este batch em vez de redigitar
      *          deducao por deducao nas telas. Depois da migracao de
      *          MIGRALUN (marco ALUCONG) o ALUNOS e historico somente
      *          leitura e fica fora do recalculo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-STATUS-DEP.
           SELECT CONGELAMENTO-FILE ASSIGN TO "ALUCONG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONG.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHKCALCD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHK.
           03 ALU-COMPLEMENTO      PIC X(15).
           03 ALU-DATA-ADMISSAO    PIC 9(08).
           03 ALU-STATUS           PIC X(01).
           03 ALU-CCUSTO           PIC X(06).
           03 ALU-CARGO            PIC X(06).
           03 ALU-FAIXA-SALARIAL   PIC X(01).
           03 FILLER               PIC X(86).
       FD  DEPENDENTE-FILE.
           COPY "REGDEP.cpy".
      * Marco gravado por MIGRALUN quando o ALUNOS foi congelado.
       FD  CONGELAMENTO-FILE.
       01  REGISTRO-CONGELAMENTO.
           03 CONG-DATA            PIC 9(08).
           03 CONG-HORA            PIC 9(06).
           03 CONG-TOTAL-FUNDIDOS  PIC 9(06).
           03 CONG-TOTAL-INCLUIDOS PIC 9(06).
           03 CONG-TOTAL-REJEITADOS PIC 9(06).
      * Checkpoint do recalculo: fase ("C" = CADUSUAR, "A" = ALUNOS)
      * e ultima chave regravada - a resubmissao do dia retoma do
      * registro seguinte em vez de refazer a varredura inteira.
       77  WS-SALARIO-BASE     PIC 9(10)V99 VALUE ZEROS.
       77  WS-STATUS-DEP       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CHK       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CONG      PIC X(02) VALUE SPACES.
       77  WS-DATA-CONGELAMENTO PIC 9(08) VALUE ZEROS.
       77  WS-RETOMADA-FASE    PIC X(01) VALUE SPACE.
       77  WS-MATRICULA-RETOM  PIC 9(06) VALUE ZEROS.
       77  WS-NOME-RETOMADA    PIC X(40) VALUE SPACES.
       01  WS-DEDUCAO-NOVA-EDIT   PIC ZZZZZZZZZ9.99.
      >>END-IF
           COPY "TABDED.cpy".
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== RECALCULO DE DEDUCOES PELA TABELA =====".
           ELSE
               PERFORM PROCESSAR-CADUSUAR
           END-IF
           PERFORM VERIFICAR-CONGELAMENTO
           IF WS-DATA-CONGELAMENTO = ZEROS
               PERFORM PROCESSAR-ALUNOS
           ELSE
               DISPLAY "ALUNOS congelado como historico em "
                   WS-DATA-CONGELAMENTO " - fora do recalculo"
           END-IF
           PERFORM LIMPAR-CHECKPOINT.
           DISPLAY " "
           DISPLAY "Registros recalculados no CADUSUAR: "
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN I-O CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CADUSUAR indisponivel - status " WS-STATUS-ARQ
           ELSE
               IF WS-RETOMADA-FASE = "C"
                   SALARIO-ALUNO - DEDUCAO-ALUNO
               REWRITE REGISTRO-ALUNO
                   INVALID KEY
                       MOVE "CADUSUAR" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-ARQ TO ERR-STATUS
                       MOVE MATRICULA TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao regravar matricula "
                           MATRICULA
                   NOT INVALID KEY
           END-IF
           PERFORM LER-PROXIMO-CADASTRO.

       VERIFICAR-CONGELAMENTO.
           MOVE ZEROS TO WS-DATA-CONGELAMENTO
           OPEN INPUT CONGELAMENTO-FILE
           IF WS-STATUS-CONG = "00"
               READ CONGELAMENTO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONG-DATA TO WS-DATA-CONGELAMENTO
               END-READ
               CLOSE CONGELAMENTO-FILE
           END-IF.

       PROCESSAR-ALUNOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN I-O ALUNO-FILE
           IF WS-STATUS-ALU NOT = "00"
               MOVE "ALUNOS" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ALU TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "ALUNOS indisponivel - status " WS-STATUS-ALU
           ELSE
               IF WS-RETOMADA-FASE = "A"
               COMPUTE ALU-LIQUIDO = ALU-SALARIO - ALU-DEDUCAO
               REWRITE REGISTRO-ALUNO-ESCOLA
                   INVALID KEY
                       MOVE "ALUNOS" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-ALU TO ERR-STATUS
                       MOVE ALU-NOME TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao regravar aluno "
                           ALU-PRIMEIRONOME
                   NOT INVALID KEY
               END-IF
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CALCDED" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CALCDED.
