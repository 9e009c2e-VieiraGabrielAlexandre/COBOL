      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aging das mensalidades a receber por aluno - varre os
      *          titulos em aberto do MENSALID (REGMEN.cpy) pela chave
      *          alternada aluno + competencia, que ja os entrega
      *          agrupados por aluno, e distribui cada um pela faixa
      *          de atraso em relacao ao vencimento: 0-30 (inclui o
      *          que ainda nao venceu), 31-60, 61-90 e mais de 90
      *          dias. Cada aluno sai com os titulos - mensalidades e
      *          parcelas de acordo (MANACORD) - a ultima carta de
      *          cobranca mandada (CARTACOB) e o subtotal por faixa;
      *          no fim, o total geral por faixa. A conta de dias e a
      *          do ano comercial (360 dias, meses de 30), a mesma do
      *          aging do contas a pagar (RELPAGAR). Sai pelo spool de
      *          relatorios (SPOOLREP, SPL.RELRECEB.AAAAMMDD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRECEB.
       ENVIRONMENT DIVISION.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADE-FILE ASSIGN TO "MENSALID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS MEN-CHAVE-ALUNO
               FILE STATUS IS WS-STATUS-MEN.
       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADE-FILE.
           COPY "REGMEN.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-MEN       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-ALUNO-ATUAL      PIC X(40) VALUE SPACES.
       77  WS-PRIMEIRO-GRUPO   PIC X(01) VALUE "S".
           88 PRIMEIRO-GRUPO       VALUE "S".
       77  WS-DIA-HOJE         PIC 9(07) VALUE ZERO.
       77  WS-DIA-VENCIMENTO   PIC 9(07) VALUE ZERO.
       77  WS-DIAS-ATRASO      PIC 9(07) VALUE ZERO.
       77  WS-FAIXA            PIC 9(01) VALUE ZERO.
       77  WS-INDICE-FAIXA     PIC 9(01) VALUE ZERO.
       77  WS-TOTAL-TITULOS    PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-ALUNOS     PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-ALUNO      PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-GERAL      PIC 9(13)V99 VALUE ZEROS.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "RELRECEB".
       01  LINHA-RECEBER       PIC X(100) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZ9,99.
       01  WS-FAIXA-EDIT       PIC ZZZZZZZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZ9.99.
       01  WS-FAIXA-EDIT       PIC ZZZZZZZZ9.99.
      >>END-IF
      * Faixas: 1 = 0-30 (e a vencer), 2 = 31-60, 3 = 61-90,
      * 4 = mais de 90 dias de atraso.
       01  TABELA-FAIXAS.
           03 TAB-FAIXA OCCURS 4 TIMES.
               05 TAB-FAIXA-ALUNO  PIC 9(13)V99.
               05 TAB-FAIXA-GERAL  PIC 9(13)V99.
       01  WS-ROTULOS-FAIXA.
           03 FILLER           PIC X(10) VALUE "0-30".
           03 FILLER           PIC X(10) VALUE "31-60".
           03 FILLER           PIC X(10) VALUE "61-90".
           03 FILLER           PIC X(10) VALUE "+90".
       01  WS-ROTULOS-FAIXA-R REDEFINES WS-ROTULOS-FAIXA.
           03 WS-ROTULO-FAIXA  PIC X(10) OCCURS 4 TIMES.
       01  WS-ROTULOS-AVISO.
           03 FILLER           PIC X(12) VALUE "LEMBRETE".
           03 FILLER           PIC X(12) VALUE "NOTIFICACAO".
           03 FILLER           PIC X(12) VALUE "AVISO FINAL".
       01  WS-ROTULOS-AVISO-R REDEFINES WS-ROTULOS-AVISO.
           03 WS-ROTULO-AVISO  PIC X(12) OCCURS 3 TIMES.
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-HOJE-ANO      PIC 9(04).
           03 WS-HOJE-MES      PIC 9(02).
           03 WS-HOJE-DIA      PIC 9(02).
       01  WS-DATA-VENC        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
           03 WS-VENC-ANO      PIC 9(04).
           03 WS-VENC-MES      PIC 9(02).
           03 WS-VENC-DIA      PIC 9(02).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== AGING DAS MENSALIDADES A RECEBER =====".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIA-HOJE = WS-HOJE-ANO * 360
               + WS-HOJE-MES * 30 + WS-HOJE-DIA
           OPEN INPUT MENSALIDADE-FILE
           IF WS-STATUS-MEN = "35"
               DISPLAY "Nenhuma mensalidade faturada (FATMENS)"
               STOP RUN
           END-IF
           IF WS-STATUS-MEN NOT = "00"
               MOVE "MENSALID" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-MEN TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "MENSALID indisponivel - status " WS-STATUS-MEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE TABELA-FAIXAS
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-RECEBER
           PERFORM IMPRIMIR-CABECALHO
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO MEN-CHAVE-ALUNO
           START MENSALIDADE-FILE KEY NOT < MEN-CHAVE-ALUNO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-TITULO
           END-IF
           PERFORM PROCESSAR-TITULO UNTIL FIM-ARQUIVO
           IF NOT PRIMEIRO-GRUPO
               PERFORM FECHAR-ALUNO
           END-IF
           PERFORM IMPRIMIR-TOTAL-GERAL
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-RECEBER
           CLOSE MENSALIDADE-FILE
           MOVE WS-TOTAL-GERAL TO WS-VALOR-EDIT
           DISPLAY "Titulos em aberto: " WS-TOTAL-TITULOS
               " de " WS-TOTAL-ALUNOS " aluno(s)  total "
               WS-VALOR-EDIT " no spool RELRECEB"
           DISPLAY "===== FIM DO AGING =====".
           STOP RUN.

       LER-PROXIMO-TITULO.
           READ MENSALIDADE-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * So o titulo em aberto entra - pago, baixado e renegociado ja
      * nao se cobram (o renegociado segue nas parcelas do acordo).
       PROCESSAR-TITULO.
           IF MEN-ABERTA
               IF PRIMEIRO-GRUPO
                   PERFORM ABRIR-ALUNO
               ELSE
                   IF MEN-NOME-ALUNO NOT = WS-ALUNO-ATUAL
                       PERFORM FECHAR-ALUNO
                       PERFORM ABRIR-ALUNO
                   END-IF
               END-IF
               PERFORM CLASSIFICAR-TITULO
               PERFORM IMPRIMIR-TITULO
           END-IF
           PERFORM LER-PROXIMO-TITULO.

       ABRIR-ALUNO.
           MOVE "N" TO WS-PRIMEIRO-GRUPO
           MOVE MEN-NOME-ALUNO TO WS-ALUNO-ATUAL
           MOVE ZEROS TO WS-TOTAL-ALUNO
           ADD 1 TO WS-TOTAL-ALUNOS
           PERFORM ZERAR-FAIXA-ALUNO
               VARYING WS-INDICE-FAIXA FROM 1 BY 1
               UNTIL WS-INDICE-FAIXA > 4
           MOVE SPACES TO LINHA-RECEBER
           PERFORM GRAVAR-LINHA-RECEBER
           STRING "ALUNO " MEN-NOME-ALUNO
               DELIMITED BY SIZE INTO LINHA-RECEBER
           PERFORM GRAVAR-LINHA-RECEBER.

       ZERAR-FAIXA-ALUNO.
           MOVE ZEROS TO TAB-FAIXA-ALUNO(WS-INDICE-FAIXA).

      * Atraso = hoje - vencimento; o que ainda nao venceu (ou vence
      * hoje) conta zero dias e fica na primeira faixa.
       CLASSIFICAR-TITULO.
           MOVE MEN-DATA-VENCIMENTO TO WS-DATA-VENC
           COMPUTE WS-DIA-VENCIMENTO = WS-VENC-ANO * 360
               + WS-VENC-MES * 30 + WS-VENC-DIA
           IF WS-DIA-HOJE > WS-DIA-VENCIMENTO
               COMPUTE WS-DIAS-ATRASO =
                   WS-DIA-HOJE - WS-DIA-VENCIMENTO
           ELSE
               MOVE ZERO TO WS-DIAS-ATRASO
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO NOT > 30
                   MOVE 1 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT > 60
                   MOVE 2 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT > 90
                   MOVE 3 TO WS-FAIXA
               WHEN OTHER
                   MOVE 4 TO WS-FAIXA
           END-EVALUATE
           ADD MEN-VALOR TO TAB-FAIXA-ALUNO(WS-FAIXA)
           ADD MEN-VALOR TO TAB-FAIXA-GERAL(WS-FAIXA)
           ADD MEN-VALOR TO WS-TOTAL-ALUNO
           ADD MEN-VALOR TO WS-TOTAL-GERAL
           ADD 1 TO WS-TOTAL-TITULOS.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RECEBER
           STRING "AGING DAS MENSALIDADES A RECEBER POR ALUNO - "
               "POSICAO DE " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RECEBER
           PERFORM GRAVAR-LINHA-RECEBER
           MOVE SPACES TO LINHA-RECEBER
           MOVE "NOSSO NUM." TO LINHA-RECEBER (3:10)
           MOVE "COMPET." TO LINHA-RECEBER (14:7)
           MOVE "ACORDO/PC" TO LINHA-RECEBER (22:9)
           MOVE "VENCIMENTO" TO LINHA-RECEBER (32:10)
           MOVE "ATRASO" TO LINHA-RECEBER (43:6)
           MOVE "VALOR" TO LINHA-RECEBER (59:5)
           MOVE "FAIXA" TO LINHA-RECEBER (66:5)
           MOVE "ULTIMA CARTA" TO LINHA-RECEBER (73:12)
           PERFORM GRAVAR-LINHA-RECEBER
           MOVE ALL "-" TO LINHA-RECEBER
           PERFORM GRAVAR-LINHA-RECEBER.

       IMPRIMIR-TITULO.
           MOVE SPACES TO LINHA-RECEBER
           MOVE MEN-NOSSO-NUMERO TO LINHA-RECEBER (3:10)
           MOVE MEN-COMPETENCIA TO LINHA-RECEBER (14:6)
           IF MEN-ACORDO NOT = ZEROS
               STRING MEN-ACORDO "/" MEN-PARCELA
                   DELIMITED BY SIZE INTO LINHA-RECEBER (22:9)
           END-IF
           MOVE MEN-DATA-VENCIMENTO TO LINHA-RECEBER (32:8)
           MOVE WS-DIAS-ATRASO TO LINHA-RECEBER (42:7)
           MOVE MEN-VALOR TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-RECEBER (50:14)
           MOVE WS-ROTULO-FAIXA(WS-FAIXA) TO LINHA-RECEBER (66:6)
           IF MEN-NIVEL-AVISO > ZERO AND MEN-NIVEL-AVISO NOT > 3
               MOVE WS-ROTULO-AVISO(MEN-NIVEL-AVISO)
                   TO LINHA-RECEBER (73:12)
               MOVE MEN-DATA-AVISO TO LINHA-RECEBER (86:8)
           END-IF
           PERFORM GRAVAR-LINHA-RECEBER.

       FECHAR-ALUNO.
           MOVE SPACES TO LINHA-RECEBER
           MOVE WS-TOTAL-ALUNO TO WS-VALOR-EDIT
           STRING "  TOTAL DO ALUNO: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-RECEBER
           PERFORM GRAVAR-LINHA-RECEBER
           PERFORM IMPRIMIR-FAIXA-ALUNO
               VARYING WS-INDICE-FAIXA FROM 1 BY 1
               UNTIL WS-INDICE-FAIXA > 4.

       IMPRIMIR-FAIXA-ALUNO.
           MOVE SPACES TO LINHA-RECEBER
           MOVE TAB-FAIXA-ALUNO(WS-INDICE-FAIXA) TO WS-FAIXA-EDIT
           STRING "    " WS-ROTULO-FAIXA(WS-INDICE-FAIXA) " "
               WS-FAIXA-EDIT
               DELIMITED BY SIZE INTO LINHA-RECEBER
           PERFORM GRAVAR-LINHA-RECEBER.

       IMPRIMIR-TOTAL-GERAL.
           MOVE ALL "=" TO LINHA-RECEBER
           PERFORM GRAVAR-LINHA-RECEBER
           MOVE SPACES TO LINHA-RECEBER
           MOVE WS-TOTAL-GERAL TO WS-VALOR-EDIT
           STRING "TOTAL GERAL A RECEBER: " WS-TOTAL-TITULOS
               " TITULOS DE " WS-TOTAL-ALUNOS " ALUNOS  "
               WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-RECEBER
           PERFORM GRAVAR-LINHA-RECEBER
           PERFORM IMPRIMIR-FAIXA-GERAL
               VARYING WS-INDICE-FAIXA FROM 1 BY 1
               UNTIL WS-INDICE-FAIXA > 4.

       IMPRIMIR-FAIXA-GERAL.
           MOVE SPACES TO LINHA-RECEBER
           MOVE TAB-FAIXA-GERAL(WS-INDICE-FAIXA) TO WS-FAIXA-EDIT
           STRING "    " WS-ROTULO-FAIXA(WS-INDICE-FAIXA) " "
               WS-FAIXA-EDIT
               DELIMITED BY SIZE INTO LINHA-RECEBER
           PERFORM GRAVAR-LINHA-RECEBER.

       GRAVAR-LINHA-RECEBER.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-RECEBER.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELRECEB" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELRECEB.
