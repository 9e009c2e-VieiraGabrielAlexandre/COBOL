      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aging do contas a pagar por fornecedor - varre os
      *          titulos em aberto do CTAPAGAR (REGPAG.cpy), que ja
      *          saem agrupados pela chave fornecedor + nota, e
      *          distribui cada um pela faixa de atraso em relacao ao
      *          vencimento: a vencer, 1-30, 31-60, 61-90 e mais de 90
      *          dias. Cada fornecedor sai com o nome do cadastro
      *          FORNECED, os titulos e o subtotal por faixa; no fim,
      *          o total geral por faixa e, em seguida, as notas de
      *          debito em aberto das devolucoes ao fornecedor
      *          (DEVOLUC, gravado por INSPREC) com o liquido a pagar
      *          depois de compensa-las. A conta de dias e a do ano
      *          comercial (360 dias, meses de 30), a mesma do estoque
      *          parado em CURVAABC. Sai pelo spool de relatorios
      *          (SPOOLREP, SPL.RELPAGAR.AAAAMMDD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPAGAR.
       ENVIRONMENT DIVISION.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGAR-FILE ASSIGN TO "CTAPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WS-STATUS-PAG.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WS-STATUS-FOR.
           SELECT DEVOLUCAO-FILE ASSIGN TO "DEVOLUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-NUMERO
               FILE STATUS IS WS-STATUS-DEV.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGAR-FILE.
           COPY "REGPAG.cpy".
       FD  FORNECEDOR-FILE.
           COPY "REGFOR.cpy".
       FD  DEVOLUCAO-FILE.
           COPY "REGDEV.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-PAG       PIC X(02) VALUE SPACES.
       77  WS-STATUS-FOR       PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEV       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-TEM-FORNECEDORES PIC X(01) VALUE "N".
           88 TEM-FORNECEDORES     VALUE "S".
       77  WS-FORNECEDOR-ATUAL PIC 9(04) VALUE ZEROS.
       77  WS-PRIMEIRO-GRUPO   PIC X(01) VALUE "S".
           88 PRIMEIRO-GRUPO       VALUE "S".
       77  WS-DIA-HOJE         PIC 9(07) VALUE ZERO.
       77  WS-DIA-VENCIMENTO   PIC 9(07) VALUE ZERO.
       77  WS-DIAS-ATRASO      PIC 9(07) VALUE ZERO.
       77  WS-FAIXA            PIC 9(01) VALUE ZERO.
       77  WS-INDICE-FAIXA     PIC 9(01) VALUE ZERO.
       77  WS-TOTAL-TITULOS    PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-FORNECEDOR PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-GERAL      PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-NOTAS-DEBITO PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-DEBITOS    PIC 9(13)V99 VALUE ZEROS.
       77  WS-LIQUIDO-PAGAR    PIC S9(13)V99 VALUE ZEROS.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "RELPAGAR".
       01  LINHA-PAGAR         PIC X(100) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZ9,99.
       01  WS-FAIXA-EDIT       PIC ZZZZZZZZ9,99.
       01  WS-LIQUIDO-EDIT     PIC -ZZZZZZZZZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZ9.99.
       01  WS-FAIXA-EDIT       PIC ZZZZZZZZ9.99.
       01  WS-LIQUIDO-EDIT     PIC -ZZZZZZZZZZ9.99.
      >>END-IF
      * Faixas: 1 = a vencer, 2 = 1-30, 3 = 31-60, 4 = 61-90,
      * 5 = mais de 90 dias de atraso.
       01  TABELA-FAIXAS.
           03 TAB-FAIXA OCCURS 5 TIMES.
               05 TAB-FAIXA-FORNEC PIC 9(13)V99.
               05 TAB-FAIXA-GERAL  PIC 9(13)V99.
       01  WS-ROTULOS-FAIXA.
           03 FILLER           PIC X(10) VALUE "A VENCER".
           03 FILLER           PIC X(10) VALUE "1-30".
           03 FILLER           PIC X(10) VALUE "31-60".
           03 FILLER           PIC X(10) VALUE "61-90".
           03 FILLER           PIC X(10) VALUE "+90".
       01  WS-ROTULOS-FAIXA-R REDEFINES WS-ROTULOS-FAIXA.
           03 WS-ROTULO-FAIXA  PIC X(10) OCCURS 5 TIMES.
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
           DISPLAY "===== AGING DO CONTAS A PAGAR =====".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIA-HOJE = WS-HOJE-ANO * 360
               + WS-HOJE-MES * 30 + WS-HOJE-DIA
           OPEN INPUT PAGAR-FILE
           IF WS-STATUS-PAG = "35"
               DISPLAY "Nenhum titulo no contas a pagar"
               STOP RUN
           END-IF
           IF WS-STATUS-PAG NOT = "00"
               MOVE "CTAPAGAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-PAG TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CTAPAGAR indisponivel - status " WS-STATUS-PAG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FOR = "00"
               SET TEM-FORNECEDORES TO TRUE
           END-IF
           INITIALIZE TABELA-FAIXAS
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-PAGAR
           PERFORM IMPRIMIR-CABECALHO
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM LER-PROXIMO-TITULO
           PERFORM PROCESSAR-TITULO UNTIL FIM-ARQUIVO
           IF NOT PRIMEIRO-GRUPO
               PERFORM FECHAR-FORNECEDOR
           END-IF
           PERFORM IMPRIMIR-TOTAL-GERAL
           PERFORM IMPRIMIR-NOTAS-DEBITO
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-PAGAR
           IF TEM-FORNECEDORES
               CLOSE FORNECEDOR-FILE
           END-IF
           CLOSE PAGAR-FILE
           MOVE WS-TOTAL-GERAL TO WS-VALOR-EDIT
           DISPLAY "Titulos em aberto: " WS-TOTAL-TITULOS
               "  total " WS-VALOR-EDIT " no spool RELPAGAR"
           MOVE WS-TOTAL-DEBITOS TO WS-VALOR-EDIT
           DISPLAY "Notas de debito em aberto: " WS-TOTAL-NOTAS-DEBITO
               "  total " WS-VALOR-EDIT
           DISPLAY "===== FIM DO AGING =====".
           STOP RUN.

       LER-PROXIMO-TITULO.
           READ PAGAR-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       PROCESSAR-TITULO.
           IF PAG-ABERTO
               IF PRIMEIRO-GRUPO
                   PERFORM ABRIR-FORNECEDOR
               ELSE
                   IF PAG-FORNECEDOR NOT = WS-FORNECEDOR-ATUAL
                       PERFORM FECHAR-FORNECEDOR
                       PERFORM ABRIR-FORNECEDOR
                   END-IF
               END-IF
               PERFORM CLASSIFICAR-TITULO
               PERFORM IMPRIMIR-TITULO
           END-IF
           PERFORM LER-PROXIMO-TITULO.

       ABRIR-FORNECEDOR.
           MOVE "N" TO WS-PRIMEIRO-GRUPO
           MOVE PAG-FORNECEDOR TO WS-FORNECEDOR-ATUAL
           MOVE ZEROS TO WS-TOTAL-FORNECEDOR
           PERFORM ZERAR-FAIXA-FORNECEDOR
               VARYING WS-INDICE-FAIXA FROM 1 BY 1
               UNTIL WS-INDICE-FAIXA > 5
           MOVE SPACES TO FOR-NOME
           IF TEM-FORNECEDORES
               MOVE PAG-FORNECEDOR TO FOR-CODIGO
               READ FORNECEDOR-FILE
                   INVALID KEY
                       MOVE "(FORNECEDOR NAO CADASTRADO)" TO FOR-NOME
               END-READ
           END-IF
           MOVE SPACES TO LINHA-PAGAR
           PERFORM GRAVAR-LINHA-PAGAR
           STRING "FORNECEDOR " PAG-FORNECEDOR " " FOR-NOME
               DELIMITED BY SIZE INTO LINHA-PAGAR
           PERFORM GRAVAR-LINHA-PAGAR.

       ZERAR-FAIXA-FORNECEDOR.
           MOVE ZEROS TO TAB-FAIXA-FORNEC(WS-INDICE-FAIXA).

      * Atraso = hoje - vencimento; titulo que ainda nao venceu (ou
      * vence hoje) fica na faixa "a vencer".
       CLASSIFICAR-TITULO.
           MOVE PAG-DATA-VENCIMENTO TO WS-DATA-VENC
           COMPUTE WS-DIA-VENCIMENTO = WS-VENC-ANO * 360
               + WS-VENC-MES * 30 + WS-VENC-DIA
           IF WS-DIA-HOJE > WS-DIA-VENCIMENTO
               COMPUTE WS-DIAS-ATRASO =
                   WS-DIA-HOJE - WS-DIA-VENCIMENTO
           ELSE
               MOVE ZERO TO WS-DIAS-ATRASO
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO = ZERO
                   MOVE 1 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT > 30
                   MOVE 2 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT > 60
                   MOVE 3 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT > 90
                   MOVE 4 TO WS-FAIXA
               WHEN OTHER
                   MOVE 5 TO WS-FAIXA
           END-EVALUATE
           ADD PAG-VALOR TO TAB-FAIXA-FORNEC(WS-FAIXA)
           ADD PAG-VALOR TO TAB-FAIXA-GERAL(WS-FAIXA)
           ADD PAG-VALOR TO WS-TOTAL-FORNECEDOR
           ADD PAG-VALOR TO WS-TOTAL-GERAL
           ADD 1 TO WS-TOTAL-TITULOS.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-PAGAR
           STRING "AGING DO CONTAS A PAGAR POR FORNECEDOR - POSICAO DE "
               WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-PAGAR
           PERFORM GRAVAR-LINHA-PAGAR
           MOVE SPACES TO LINHA-PAGAR
           MOVE "NOTA" TO LINHA-PAGAR (3:4)
           MOVE "PEDIDO" TO LINHA-PAGAR (14:6)
           MOVE "EMISSAO" TO LINHA-PAGAR (22:7)
           MOVE "VENCIMENTO" TO LINHA-PAGAR (32:10)
           MOVE "ATRASO" TO LINHA-PAGAR (44:6)
           MOVE "VALOR" TO LINHA-PAGAR (62:5)
           MOVE "FAIXA" TO LINHA-PAGAR (70:5)
           PERFORM GRAVAR-LINHA-PAGAR
           MOVE ALL "-" TO LINHA-PAGAR
           PERFORM GRAVAR-LINHA-PAGAR.

       IMPRIMIR-TITULO.
           MOVE SPACES TO LINHA-PAGAR
           MOVE PAG-NOTA-FISCAL TO LINHA-PAGAR (3:9)
           MOVE PAG-PEDIDO TO LINHA-PAGAR (14:6)
           MOVE PAG-DATA-EMISSAO TO LINHA-PAGAR (22:8)
           MOVE PAG-DATA-VENCIMENTO TO LINHA-PAGAR (32:8)
           MOVE WS-DIAS-ATRASO TO LINHA-PAGAR (44:7)
           MOVE PAG-VALOR TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-PAGAR (53:14)
           MOVE WS-ROTULO-FAIXA(WS-FAIXA) TO LINHA-PAGAR (70:10)
           PERFORM GRAVAR-LINHA-PAGAR.

       FECHAR-FORNECEDOR.
           MOVE SPACES TO LINHA-PAGAR
           MOVE WS-TOTAL-FORNECEDOR TO WS-VALOR-EDIT
           STRING "  TOTAL DO FORNECEDOR " WS-FORNECEDOR-ATUAL ": "
               WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-PAGAR
           PERFORM GRAVAR-LINHA-PAGAR
           PERFORM IMPRIMIR-FAIXA-FORNECEDOR
               VARYING WS-INDICE-FAIXA FROM 1 BY 1
               UNTIL WS-INDICE-FAIXA > 5.

       IMPRIMIR-FAIXA-FORNECEDOR.
           MOVE SPACES TO LINHA-PAGAR
           MOVE TAB-FAIXA-FORNEC(WS-INDICE-FAIXA) TO WS-FAIXA-EDIT
           STRING "    " WS-ROTULO-FAIXA(WS-INDICE-FAIXA) " "
               WS-FAIXA-EDIT
               DELIMITED BY SIZE INTO LINHA-PAGAR
           PERFORM GRAVAR-LINHA-PAGAR.

       IMPRIMIR-TOTAL-GERAL.
           MOVE ALL "=" TO LINHA-PAGAR
           PERFORM GRAVAR-LINHA-PAGAR
           MOVE SPACES TO LINHA-PAGAR
           MOVE WS-TOTAL-GERAL TO WS-VALOR-EDIT
           STRING "TOTAL GERAL EM ABERTO: " WS-TOTAL-TITULOS
               " TITULOS  " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-PAGAR
           PERFORM GRAVAR-LINHA-PAGAR
           PERFORM IMPRIMIR-FAIXA-GERAL
               VARYING WS-INDICE-FAIXA FROM 1 BY 1
               UNTIL WS-INDICE-FAIXA > 5.

       IMPRIMIR-FAIXA-GERAL.
           MOVE SPACES TO LINHA-PAGAR
           MOVE TAB-FAIXA-GERAL(WS-INDICE-FAIXA) TO WS-FAIXA-EDIT
           STRING "    " WS-ROTULO-FAIXA(WS-INDICE-FAIXA) " "
               WS-FAIXA-EDIT
               DELIMITED BY SIZE INTO LINHA-PAGAR
           PERFORM GRAVAR-LINHA-PAGAR.

      * A devolucao ao fornecedor abate o que se deve a ele: as notas
      * de debito ainda nao compensadas saem aqui, e o liquido e o
      * total em aberto menos elas.
       IMPRIMIR-NOTAS-DEBITO.
           MOVE ZERO TO WS-TOTAL-NOTAS-DEBITO
           MOVE ZEROS TO WS-TOTAL-DEBITOS
           OPEN INPUT DEVOLUCAO-FILE
           IF WS-STATUS-DEV = "00"
               MOVE SPACES TO LINHA-PAGAR
               PERFORM GRAVAR-LINHA-PAGAR
               MOVE "NOTAS DE DEBITO EM ABERTO (DEVOLUCOES)"
                   TO LINHA-PAGAR
               PERFORM GRAVAR-LINHA-PAGAR
               MOVE SPACES TO LINHA-PAGAR
               MOVE "DEVOL." TO LINHA-PAGAR (3:6)
               MOVE "FORN" TO LINHA-PAGAR (11:4)
               MOVE "PEDIDO" TO LINHA-PAGAR (16:6)
               MOVE "EMISSAO" TO LINHA-PAGAR (24:7)
               MOVE "ITEM" TO LINHA-PAGAR (34:4)
               MOVE "QTDE" TO LINHA-PAGAR (40:4)
               MOVE "VALOR" TO LINHA-PAGAR (62:5)
               PERFORM GRAVAR-LINHA-PAGAR
               MOVE ALL "-" TO LINHA-PAGAR
               PERFORM GRAVAR-LINHA-PAGAR
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM LER-PROXIMA-DEVOLUCAO
               PERFORM IMPRIMIR-NOTA-DEBITO UNTIL FIM-ARQUIVO
               CLOSE DEVOLUCAO-FILE
           END-IF
           COMPUTE WS-LIQUIDO-PAGAR =
               WS-TOTAL-GERAL - WS-TOTAL-DEBITOS
           MOVE ALL "=" TO LINHA-PAGAR
           PERFORM GRAVAR-LINHA-PAGAR
           MOVE SPACES TO LINHA-PAGAR
           MOVE WS-TOTAL-DEBITOS TO WS-VALOR-EDIT
           STRING "TOTAL DE NOTAS DE DEBITO: " WS-TOTAL-NOTAS-DEBITO
               " NOTAS  " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-PAGAR
           PERFORM GRAVAR-LINHA-PAGAR
           MOVE SPACES TO LINHA-PAGAR
           MOVE WS-LIQUIDO-PAGAR TO WS-LIQUIDO-EDIT
           STRING "LIQUIDO A PAGAR: " WS-LIQUIDO-EDIT
               DELIMITED BY SIZE INTO LINHA-PAGAR
           PERFORM GRAVAR-LINHA-PAGAR.

       LER-PROXIMA-DEVOLUCAO.
           READ DEVOLUCAO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       IMPRIMIR-NOTA-DEBITO.
           IF DEV-DEBITO-ABERTO
               MOVE SPACES TO LINHA-PAGAR
               MOVE DEV-NUMERO TO LINHA-PAGAR (3:6)
               MOVE DEV-FORNECEDOR TO LINHA-PAGAR (11:4)
               MOVE DEV-PEDIDO TO LINHA-PAGAR (16:6)
               MOVE DEV-DATA-EMISSAO TO LINHA-PAGAR (24:8)
               MOVE DEV-ITEM-CODIGO TO LINHA-PAGAR (34:4)
               MOVE DEV-QUANTIDADE TO LINHA-PAGAR (40:4)
               MOVE DEV-VALOR TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO LINHA-PAGAR (53:14)
               MOVE DEV-MOTIVO TO LINHA-PAGAR (70:30)
               PERFORM GRAVAR-LINHA-PAGAR
               ADD DEV-VALOR TO WS-TOTAL-DEBITOS
               ADD 1 TO WS-TOTAL-NOTAS-DEBITO
           END-IF
           PERFORM LER-PROXIMA-DEVOLUCAO.

       GRAVAR-LINHA-PAGAR.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-PAGAR.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELPAGAR" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELPAGAR.
