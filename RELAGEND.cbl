      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio das alteracoes de cadastro agendadas que
      *          vencem no horizonte configuravel (parametro AGENDIAS,
      *          default 30 dias) - varre o AGENDCAD (REGAGE.cpy) e
      *          lista todo agendamento ainda em aberto com vigencia
      *          ate o limite, com o que muda (salario, CEP, centro de
      *          custo, cargo) e destacando o que ainda aguarda a
      *          aprovacao do supervisor, pelo spool de relatorios
      *          (SPOOLREP, SPL.RELAGEND). Sai toda noite no fim do
      *          passo APLAGEND e pode ser rodado avulso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAGEND.
       ENVIRONMENT DIVISION.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDADA-FILE ASSIGN TO "AGENDCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-NUMERO
               FILE STATUS IS WS-STATUS-AGE.
       DATA DIVISION.
       FILE SECTION.
       FD  AGENDADA-FILE.
           COPY "REGAGE.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-AGE       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
      * Horizonte em dias - default compilado, sobreposto pelo
      * parametro AGENDIAS quando cadastrado (ver LERPARAM).
       77  WS-HORIZONTE-DIAS   PIC 9(03) VALUE 30.
       77  WS-PARAM-CODIGO     PIC X(08) VALUE SPACES.
       77  WS-PARAM-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77  WS-PARAM-RESULTADO  PIC X(01) VALUE "N".
       77  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77  WS-INDICE-DIA       PIC 9(03) VALUE ZERO.
       77  WS-TOTAL-APROVADOS  PIC 9(04) VALUE ZERO.
       77  WS-TOTAL-AGUARDANDO PIC 9(04) VALUE ZERO.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "RELAGEND".
       01  LINHA-AGENDA        PIC X(100) VALUE SPACES.
       01  WS-DATA-LIMITE      PIC 9(08) VALUE ZEROS.
      * Decomposicao das imagens X(300) do agendamento - os campos
      * espelham, byte a byte, o REGISTRO-ALUNO de REGCAD.cpy, como em
      * MANAGEND e APLAGEND.
       01  IMAGEM-ANTES.
           03 IMA-MATRICULA        PIC 9(06).
           03 IMA-NOME             PIC X(40).
           03 IMA-SALARIO          PIC 9(10)V99.
           03 IMA-SALARIO-EDIT     PIC X(13).
           03 FILLER               PIC X(58).
           03 IMA-CEP              PIC 9(08).
           03 FILLER               PIC X(64).
           03 IMA-CCUSTO           PIC X(06).
           03 IMA-CARGO            PIC X(06).
           03 FILLER               PIC X(87).
       01  IMAGEM-DEPOIS.
           03 IMD-MATRICULA        PIC 9(06).
           03 IMD-NOME             PIC X(40).
           03 IMD-SALARIO          PIC 9(10)V99.
           03 IMD-SALARIO-EDIT     PIC X(13).
           03 FILLER               PIC X(58).
           03 IMD-CEP              PIC 9(08).
           03 FILLER               PIC X(64).
           03 IMD-CCUSTO           PIC X(06).
           03 IMD-CARGO            PIC X(06).
           03 FILLER               PIC X(87).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== ALTERACOES AGENDADAS A VENCER =====".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "AGENDIAS" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-HORIZONTE-DIAS
           END-IF
           PERFORM CALCULAR-DATA-LIMITE
           OPEN INPUT AGENDADA-FILE
           IF WS-STATUS-AGE NOT = "00"
               MOVE "AGENDCAD" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-AGE TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhuma alteracao agendada ainda"
               STOP RUN
           END-IF
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-AGENDA
           MOVE SPACES TO LINHA-AGENDA
           STRING "ALTERACOES AGENDADAS COM VIGENCIA ATE "
               WS-DATA-LIMITE " (HORIZONTE DE " WS-HORIZONTE-DIAS
               " DIAS)"
               DELIMITED BY SIZE INTO LINHA-AGENDA
           PERFORM GRAVAR-LINHA-AGENDA
           MOVE "VIGENCIA MATRIC NOME" TO LINHA-AGENDA
           MOVE "AGEND. OPERADOR SITUACAO" TO LINHA-AGENDA (57:)
           PERFORM GRAVAR-LINHA-AGENDA
           PERFORM LER-PROXIMO-AGENDADO
           PERFORM AVALIAR-AGENDAMENTO UNTIL FIM-ARQUIVO
           MOVE ALL "=" TO LINHA-AGENDA
           PERFORM GRAVAR-LINHA-AGENDA
           MOVE SPACES TO LINHA-AGENDA
           STRING "APROVADOS A APLICAR: " WS-TOTAL-APROVADOS
               "  AGUARDANDO APROVACAO: " WS-TOTAL-AGUARDANDO
               DELIMITED BY SIZE INTO LINHA-AGENDA
           PERFORM GRAVAR-LINHA-AGENDA
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-AGENDA
           CLOSE AGENDADA-FILE
           DISPLAY "Aprovados: " WS-TOTAL-APROVADOS "  Aguardando: "
               WS-TOTAL-AGUARDANDO " - relatorio no spool RELAGEND"
           DISPLAY "===== FIM DAS ALTERACOES AGENDADAS A VENCER =====".
           STOP RUN.

      * Avanca o limite dia a dia com virada simples de mes/ano, como
      * em RELVENC - a folga de um ou outro dia num mes curto nao muda
      * o aviso.
       CALCULAR-DATA-LIMITE.
           MOVE WS-DATA-HOJE TO WS-DATA-LIMITE
           PERFORM AVANCAR-DIA-LIMITE
               VARYING WS-INDICE-DIA FROM 1 BY 1
               UNTIL WS-INDICE-DIA > WS-HORIZONTE-DIAS.

       AVANCAR-DIA-LIMITE.
           ADD 1 TO WS-DATA-LIMITE
           IF WS-DATA-LIMITE (7:2) > "31"
               COMPUTE WS-DATA-LIMITE = WS-DATA-LIMITE - 31 + 100
           END-IF
           IF WS-DATA-LIMITE (5:2) > "12"
               COMPUTE WS-DATA-LIMITE =
                   WS-DATA-LIMITE - 1200 + 10000
           END-IF.

       LER-PROXIMO-AGENDADO.
           READ AGENDADA-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * O que ja venceu e nao foi aplicado tambem entra - e o aprovado
      * que o passo desta noite ainda vai aplicar, ou o que esta
      * parado esperando o supervisor.
       AVALIAR-AGENDAMENTO.
           IF (AGE-AGUARDANDO OR AGE-APROVADA)
                   AND AGE-VIGENCIA <= WS-DATA-LIMITE
               PERFORM IMPRIMIR-AGENDAMENTO
           END-IF
           PERFORM LER-PROXIMO-AGENDADO.

       IMPRIMIR-AGENDAMENTO.
           MOVE AGE-ANTES TO IMAGEM-ANTES
           MOVE AGE-DEPOIS TO IMAGEM-DEPOIS
           MOVE SPACES TO LINHA-AGENDA
           STRING AGE-VIGENCIA " " AGE-MATRICULA " " IMD-NOME
               DELIMITED BY SIZE INTO LINHA-AGENDA
           MOVE AGE-NUMERO TO LINHA-AGENDA (57:6)
           MOVE AGE-OPERADOR TO LINHA-AGENDA (64:8)
           IF AGE-AGUARDANDO
               MOVE "*** AGUARDA APROVACAO ***" TO LINHA-AGENDA (73:)
               ADD 1 TO WS-TOTAL-AGUARDANDO
           ELSE
               MOVE "APROVADO" TO LINHA-AGENDA (73:)
               ADD 1 TO WS-TOTAL-APROVADOS
           END-IF
           PERFORM GRAVAR-LINHA-AGENDA
           IF IMA-SALARIO NOT = IMD-SALARIO
               STRING "   SALARIO " IMA-SALARIO-EDIT " -> "
                   IMD-SALARIO-EDIT
                   DELIMITED BY SIZE INTO LINHA-AGENDA
               PERFORM GRAVAR-LINHA-AGENDA
           END-IF
           IF IMA-CEP NOT = IMD-CEP
               STRING "   CEP " IMA-CEP " -> " IMD-CEP
                   DELIMITED BY SIZE INTO LINHA-AGENDA
               PERFORM GRAVAR-LINHA-AGENDA
           END-IF
           IF IMA-CCUSTO NOT = IMD-CCUSTO
               STRING "   CENTRO DE CUSTO " IMA-CCUSTO " -> "
                   IMD-CCUSTO
                   DELIMITED BY SIZE INTO LINHA-AGENDA
               PERFORM GRAVAR-LINHA-AGENDA
           END-IF
           IF IMA-CARGO NOT = IMD-CARGO
               STRING "   CARGO " IMA-CARGO " -> " IMD-CARGO
                   DELIMITED BY SIZE INTO LINHA-AGENDA
               PERFORM GRAVAR-LINHA-AGENDA
           END-IF.

       GRAVAR-LINHA-AGENDA.
           DISPLAY LINHA-AGENDA
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-AGENDA
           MOVE SPACES TO LINHA-AGENDA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELAGEND" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELAGEND.
