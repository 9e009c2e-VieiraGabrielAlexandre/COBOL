      ******************************************************************
      * Author:
      * Date:
      * Purpose: Desempenho de fornecedores - o historico que faltava
      *          para renegociar. Para cada FOR-CODIGO, sobre os
      *          pedidos abertos nos ultimos 12 meses (PEDIDOS):
      *          pedidos colocados, % entregue ate a PED-DATA-PREVISTA
      *          (pedido ainda aberto com a data prevista vencida
      *          conta como atrasado ate hoje), media de dias de
      *          atraso dos atrasados e taxa de atendimento (quantidade
      *          recebida / pedida nos recebidos). Do CUSTOHIS, a
      *          deriva media do preco pago no recebimento contra o
      *          ultimo preco pago antes dele (CUS-PRECO-ANTERIOR).
      *          Os fornecedores saem classificados pelo % no prazo e,
      *          no empate, pelo menor atraso; quem fica abaixo da meta
      *          (parametro SCMETA, padrao 90%) sai marcado. Pedido sem
      *          data prevista (item sem fornecedor na abertura) nao
      *          entra na conta de prazo. A conta de dias e a do ano
      *          comercial (360 dias, meses de 30). Sai pelo spool de
      *          relatorios (SPOOLREP, SPL.RELFORN). Rotina mensal de
      *          FECHMES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFORN.
       ENVIRONMENT DIVISION.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-FILE ASSIGN TO "PEDIDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WS-STATUS-PED.
           SELECT CUSTO-HIST-FILE ASSIGN TO "CUSTOHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CUS.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WS-STATUS-FOR.
           SELECT CLASSIFICACAO-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-FILE.
           COPY "REGPED.cpy".
       FD  CUSTO-HIST-FILE.
           COPY "REGCUS.cpy".
       FD  FORNECEDOR-FILE.
           COPY "REGFOR.cpy".
       SD  CLASSIFICACAO-FILE.
       01  REGISTRO-CLASSIFICACAO.
           03 CLS-TEM-BASE         PIC 9(01).
           03 CLS-PERC-NO-PRAZO    PIC 9(03)V99.
           03 CLS-ATRASO-MEDIO     PIC 9(05)V9.
           03 CLS-FORNECEDOR       PIC 9(04).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-PED       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CUS       PIC X(02) VALUE SPACES.
       77  WS-STATUS-FOR       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-FIM-CLASSIFICACAO PIC X(01) VALUE "N".
           88 FIM-CLASSIFICACAO    VALUE "S".
       77  WS-TEM-FORNECEDORES PIC X(01) VALUE "N".
           88 TEM-FORNECEDORES     VALUE "S".
       77  WS-PARAM-CODIGO     PIC X(08) VALUE SPACES.
       77  WS-PARAM-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77  WS-PARAM-RESULTADO  PIC X(01) VALUE "N".
       77  WS-META-NO-PRAZO    PIC 9(03)V99 VALUE 90.
       77  WS-INDICE-FORN      PIC 9(04) VALUE ZERO.
       77  WS-DIA-HOJE         PIC 9(07) VALUE ZERO.
       77  WS-DIA-PREVISTO     PIC 9(07) VALUE ZERO.
       77  WS-DIA-CHEGADA      PIC 9(07) VALUE ZERO.
       77  WS-QTDE-RECEBIDA    PIC 9(04) VALUE ZERO.
       77  WS-DERIVA           PIC S9(05)V99 VALUE ZERO.
       77  WS-DERIVA-MEDIA     PIC S9(05)V99 VALUE ZERO.
       77  WS-PERC-ATENDIMENTO PIC 9(03)V99 VALUE ZERO.
       77  WS-POSICAO          PIC 9(04) VALUE ZERO.
       77  WS-TOTAL-AVALIADOS  PIC 9(04) VALUE ZERO.
       77  WS-TOTAL-ABAIXO     PIC 9(04) VALUE ZERO.
       77  WS-META-EDIT        PIC ZZ9.
       77  WS-POSICAO-EDIT     PIC ZZZ9.
       77  WS-QTDE-EDIT        PIC ZZZZ9.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "RELFORN".
       01  LINHA-FORNECEDOR    PIC X(100) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-PERC-EDIT        PIC ZZ9,99.
       01  WS-ATRASO-EDIT      PIC ZZZZ9,9.
       01  WS-DERIVA-EDIT      PIC -ZZZ9,99.
      >>ELSE
       01  WS-PERC-EDIT        PIC ZZ9.99.
       01  WS-ATRASO-EDIT      PIC ZZZZ9.9.
       01  WS-DERIVA-EDIT      PIC -ZZZ9.99.
      >>END-IF
      * Acumuladores por fornecedor, indexados pelo proprio
      * FOR-CODIGO.
       01  TABELA-DESEMPENHO.
           03 TAB-FORNECEDOR OCCURS 9999 TIMES.
               05 TAB-PEDIDOS          PIC 9(05).
               05 TAB-AVALIADOS        PIC 9(05).
               05 TAB-NO-PRAZO         PIC 9(05).
               05 TAB-ATRASADOS        PIC 9(05).
               05 TAB-DIAS-ATRASO      PIC 9(07).
               05 TAB-QTDE-PEDIDA      PIC 9(07).
               05 TAB-QTDE-RECEBIDA    PIC 9(07).
               05 TAB-DERIVA-SOMA      PIC S9(07)V99.
               05 TAB-DERIVA-QTDE      PIC 9(05).
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-HOJE-ANO      PIC 9(04).
           03 WS-HOJE-MES      PIC 9(02).
           03 WS-HOJE-DIA      PIC 9(02).
      * Janela de 12 meses: o mesmo dia do ano anterior.
       01  WS-DATA-CORTE       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           03 WS-CORTE-ANO     PIC 9(04).
           03 WS-CORTE-MMDD    PIC 9(04).
       01  WS-DATA-CALCULO     PIC 9(08) VALUE ZEROS.
       01  WS-DATA-CALCULO-R REDEFINES WS-DATA-CALCULO.
           03 WS-CALC-ANO      PIC 9(04).
           03 WS-CALC-MES      PIC 9(02).
           03 WS-CALC-DIA      PIC 9(02).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== DESEMPENHO DE FORNECEDORES =====".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-CORTE
           SUBTRACT 1 FROM WS-CORTE-ANO
           COMPUTE WS-DIA-HOJE = WS-HOJE-ANO * 360
               + WS-HOJE-MES * 30 + WS-HOJE-DIA
           PERFORM LER-PARAMETROS
           INITIALIZE TABELA-DESEMPENHO
           OPEN INPUT PEDIDO-FILE
           IF WS-STATUS-PED = "35"
               DISPLAY "Nenhum pedido registrado - nada a avaliar"
               STOP RUN
           END-IF
           IF WS-STATUS-PED NOT = "00"
               MOVE "PEDIDOS" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-PED TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "PEDIDOS indisponivel - status " WS-STATUS-PED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGAR-PEDIDOS
           CLOSE PEDIDO-FILE
           PERFORM CARREGAR-DERIVA-PRECO
           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FOR = "00"
               SET TEM-FORNECEDORES TO TRUE
           END-IF
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-FORNECEDOR
           PERFORM IMPRIMIR-CABECALHO
           SORT CLASSIFICACAO-FILE
               ON DESCENDING KEY CLS-TEM-BASE
               ON DESCENDING KEY CLS-PERC-NO-PRAZO
               ON ASCENDING KEY CLS-ATRASO-MEDIO
               ON ASCENDING KEY CLS-FORNECEDOR
               INPUT PROCEDURE IS SELECIONAR-FORNECEDORES
               OUTPUT PROCEDURE IS IMPRIMIR-CLASSIFICACAO
           PERFORM IMPRIMIR-RODAPE
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-FORNECEDOR
           IF TEM-FORNECEDORES
               CLOSE FORNECEDOR-FILE
           END-IF
           DISPLAY "Fornecedores avaliados: " WS-TOTAL-AVALIADOS
               "  abaixo da meta: " WS-TOTAL-ABAIXO
               " - relatorio no spool RELFORN"
           DISPLAY "===== FIM DO DESEMPENHO DE FORNECEDORES =====".
           STOP RUN.

       LER-PARAMETROS.
           MOVE "SCMETA" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S" AND WS-PARAM-VALOR > ZERO
               MOVE WS-PARAM-VALOR TO WS-META-NO-PRAZO
           END-IF.

       CARREGAR-PEDIDOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM LER-PROXIMO-PEDIDO
           PERFORM ACUMULAR-PEDIDO UNTIL FIM-ARQUIVO.

       LER-PROXIMO-PEDIDO.
           READ PEDIDO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       ACUMULAR-PEDIDO.
           IF PED-FORNECEDOR > ZERO
                   AND PED-DATA-ABERTURA > WS-DATA-CORTE
               MOVE PED-FORNECEDOR TO WS-INDICE-FORN
               ADD 1 TO TAB-PEDIDOS(WS-INDICE-FORN)
               IF PED-RECEBIDO
                   PERFORM ACUMULAR-ATENDIMENTO
               END-IF
               IF PED-DATA-PREVISTA > ZEROS
                   PERFORM AVALIAR-PRAZO
               END-IF
           END-IF
           PERFORM LER-PROXIMO-PEDIDO.

       ACUMULAR-ATENDIMENTO.
           IF PED-QTDE-RECEBIDA IS NUMERIC
               MOVE PED-QTDE-RECEBIDA TO WS-QTDE-RECEBIDA
           ELSE
               MOVE PED-QUANTIDADE TO WS-QTDE-RECEBIDA
           END-IF
           ADD PED-QUANTIDADE TO TAB-QTDE-PEDIDA(WS-INDICE-FORN)
           ADD WS-QTDE-RECEBIDA TO TAB-QTDE-RECEBIDA(WS-INDICE-FORN).

      * Recebido ate a data prevista = no prazo. Aberto com a data
      * prevista ainda por vir nao conta nem a favor nem contra. A
      * mercadoria em quarentena ja chegou - o prazo e o da chegada.
       AVALIAR-PRAZO.
           MOVE PED-DATA-PREVISTA TO WS-DATA-CALCULO
           COMPUTE WS-DIA-PREVISTO = WS-CALC-ANO * 360
               + WS-CALC-MES * 30 + WS-CALC-DIA
           IF PED-RECEBIDO OR PED-EM-INSPECAO
               MOVE PED-DATA-RECEBIMENTO TO WS-DATA-CALCULO
               COMPUTE WS-DIA-CHEGADA = WS-CALC-ANO * 360
                   + WS-CALC-MES * 30 + WS-CALC-DIA
           ELSE
               MOVE WS-DIA-HOJE TO WS-DIA-CHEGADA
           END-IF
           IF PED-RECEBIDO OR PED-EM-INSPECAO
                   OR WS-DIA-HOJE > WS-DIA-PREVISTO
               ADD 1 TO TAB-AVALIADOS(WS-INDICE-FORN)
               IF WS-DIA-CHEGADA > WS-DIA-PREVISTO
                   ADD 1 TO TAB-ATRASADOS(WS-INDICE-FORN)
                   COMPUTE TAB-DIAS-ATRASO(WS-INDICE-FORN) =
                       TAB-DIAS-ATRASO(WS-INDICE-FORN)
                       + WS-DIA-CHEGADA - WS-DIA-PREVISTO
               ELSE
                   ADD 1 TO TAB-NO-PRAZO(WS-INDICE-FORN)
               END-IF
           END-IF.

      * So as compras recebidas de pedido tem fornecedor e preco
      * anterior gravados - pela inspecao (INSPREC) e, nas linhas de
      * antes da quarentena, pelo proprio RECEBPED; linha antiga ou
      * sem preco anterior fica fora da media.
       CARREGAR-DERIVA-PRECO.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT CUSTO-HIST-FILE
           IF WS-STATUS-CUS NOT = "00"
               MOVE "CUSTOHIS" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-CUS TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CUSTOHIS indisponivel - status " WS-STATUS-CUS
                   " (sem deriva de preco)"
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM LER-PROXIMO-CUSTO
           END-IF
           PERFORM ACUMULAR-DERIVA UNTIL FIM-ARQUIVO
           IF WS-STATUS-CUS = "00" OR WS-STATUS-CUS = "10"
               CLOSE CUSTO-HIST-FILE
           END-IF.

       LER-PROXIMO-CUSTO.
           READ CUSTO-HIST-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       ACUMULAR-DERIVA.
           IF (CUS-ORIGEM = "RECEBPED" OR CUS-ORIGEM = "INSPREC")
                   AND CUS-DATA > WS-DATA-CORTE
                   AND CUS-FORNECEDOR IS NUMERIC
                   AND CUS-PRECO-ANTERIOR IS NUMERIC
               IF CUS-FORNECEDOR > ZERO
                       AND CUS-PRECO-ANTERIOR > ZERO
                   MOVE CUS-FORNECEDOR TO WS-INDICE-FORN
                   COMPUTE WS-DERIVA ROUNDED =
                       (CUS-PRECO-COMPRA - CUS-PRECO-ANTERIOR) * 100
                       / CUS-PRECO-ANTERIOR
                       ON SIZE ERROR
                           MOVE 99999 TO WS-DERIVA
                   END-COMPUTE
                   ADD WS-DERIVA TO TAB-DERIVA-SOMA(WS-INDICE-FORN)
                   ADD 1 TO TAB-DERIVA-QTDE(WS-INDICE-FORN)
               END-IF
           END-IF
           PERFORM LER-PROXIMO-CUSTO.

      * Fornecedor sem nenhum pedido avaliado no prazo vai para o fim
      * da lista, sem marca de meta.
       SELECIONAR-FORNECEDORES.
           PERFORM LIBERAR-FORNECEDOR
               VARYING WS-INDICE-FORN FROM 1 BY 1
               UNTIL WS-INDICE-FORN > 9999.

       LIBERAR-FORNECEDOR.
           IF TAB-PEDIDOS(WS-INDICE-FORN) > ZERO
               MOVE WS-INDICE-FORN TO CLS-FORNECEDOR
               IF TAB-AVALIADOS(WS-INDICE-FORN) > ZERO
                   MOVE 1 TO CLS-TEM-BASE
                   COMPUTE CLS-PERC-NO-PRAZO ROUNDED =
                       TAB-NO-PRAZO(WS-INDICE-FORN) * 100
                       / TAB-AVALIADOS(WS-INDICE-FORN)
               ELSE
                   MOVE ZERO TO CLS-TEM-BASE
                   MOVE ZEROS TO CLS-PERC-NO-PRAZO
               END-IF
               IF TAB-ATRASADOS(WS-INDICE-FORN) > ZERO
                   COMPUTE CLS-ATRASO-MEDIO ROUNDED =
                       TAB-DIAS-ATRASO(WS-INDICE-FORN)
                       / TAB-ATRASADOS(WS-INDICE-FORN)
               ELSE
                   MOVE ZEROS TO CLS-ATRASO-MEDIO
               END-IF
               RELEASE REGISTRO-CLASSIFICACAO
           END-IF.

       IMPRIMIR-CLASSIFICACAO.
           MOVE ZERO TO WS-POSICAO
           MOVE "N" TO WS-FIM-CLASSIFICACAO
           PERFORM DEVOLVER-CLASSIFICADO
           PERFORM IMPRIMIR-FORNECEDOR UNTIL FIM-CLASSIFICACAO.

       DEVOLVER-CLASSIFICADO.
           RETURN CLASSIFICACAO-FILE
               AT END SET FIM-CLASSIFICACAO TO TRUE
           END-RETURN.

       IMPRIMIR-FORNECEDOR.
           ADD 1 TO WS-POSICAO
           ADD 1 TO WS-TOTAL-AVALIADOS
           MOVE CLS-FORNECEDOR TO WS-INDICE-FORN
           MOVE SPACES TO FOR-NOME
           IF TEM-FORNECEDORES
               MOVE CLS-FORNECEDOR TO FOR-CODIGO
               READ FORNECEDOR-FILE
                   INVALID KEY
                       MOVE "(NAO CADASTRADO)" TO FOR-NOME
               END-READ
           END-IF
           MOVE SPACES TO LINHA-FORNECEDOR
           MOVE WS-POSICAO TO WS-POSICAO-EDIT
           MOVE WS-POSICAO-EDIT TO LINHA-FORNECEDOR (1:4)
           MOVE CLS-FORNECEDOR TO LINHA-FORNECEDOR (6:4)
           MOVE FOR-NOME TO LINHA-FORNECEDOR (11:20)
           MOVE TAB-PEDIDOS(WS-INDICE-FORN) TO WS-QTDE-EDIT
           MOVE WS-QTDE-EDIT TO LINHA-FORNECEDOR (32:5)
           IF CLS-TEM-BASE = 1
               MOVE CLS-PERC-NO-PRAZO TO WS-PERC-EDIT
               MOVE WS-PERC-EDIT TO LINHA-FORNECEDOR (39:6)
               MOVE CLS-ATRASO-MEDIO TO WS-ATRASO-EDIT
               MOVE WS-ATRASO-EDIT TO LINHA-FORNECEDOR (47:7)
           ELSE
               MOVE "SEM BASE" TO LINHA-FORNECEDOR (39:8)
           END-IF
           IF TAB-QTDE-PEDIDA(WS-INDICE-FORN) > ZERO
               COMPUTE WS-PERC-ATENDIMENTO ROUNDED =
                   TAB-QTDE-RECEBIDA(WS-INDICE-FORN) * 100
                   / TAB-QTDE-PEDIDA(WS-INDICE-FORN)
                   ON SIZE ERROR
                       MOVE 999 TO WS-PERC-ATENDIMENTO
               END-COMPUTE
               MOVE WS-PERC-ATENDIMENTO TO WS-PERC-EDIT
               MOVE WS-PERC-EDIT TO LINHA-FORNECEDOR (56:6)
           ELSE
               MOVE "-" TO LINHA-FORNECEDOR (61:1)
           END-IF
           IF TAB-DERIVA-QTDE(WS-INDICE-FORN) > ZERO
               COMPUTE WS-DERIVA-MEDIA ROUNDED =
                   TAB-DERIVA-SOMA(WS-INDICE-FORN)
                   / TAB-DERIVA-QTDE(WS-INDICE-FORN)
               MOVE WS-DERIVA-MEDIA TO WS-DERIVA-EDIT
               MOVE WS-DERIVA-EDIT TO LINHA-FORNECEDOR (64:8)
           ELSE
               MOVE "-" TO LINHA-FORNECEDOR (71:1)
           END-IF
           IF CLS-TEM-BASE = 1
                   AND CLS-PERC-NO-PRAZO < WS-META-NO-PRAZO
               MOVE "ABAIXO DA META" TO LINHA-FORNECEDOR (74:14)
               ADD 1 TO WS-TOTAL-ABAIXO
           END-IF
           PERFORM GRAVAR-LINHA-FORNECEDOR
           PERFORM DEVOLVER-CLASSIFICADO.

       IMPRIMIR-CABECALHO.
           MOVE WS-META-NO-PRAZO TO WS-META-EDIT
           MOVE SPACES TO LINHA-FORNECEDOR
           STRING "DESEMPENHO DE FORNECEDORES - PEDIDOS DE "
               WS-DATA-CORTE " A " WS-DATA-HOJE " (META NO PRAZO "
               WS-META-EDIT "%)"
               DELIMITED BY SIZE INTO LINHA-FORNECEDOR
           PERFORM GRAVAR-LINHA-FORNECEDOR
           MOVE SPACES TO LINHA-FORNECEDOR
           MOVE "POS" TO LINHA-FORNECEDOR (2:3)
           MOVE "FORN" TO LINHA-FORNECEDOR (6:4)
           MOVE "NOME" TO LINHA-FORNECEDOR (11:4)
           MOVE "PEDID" TO LINHA-FORNECEDOR (32:5)
           MOVE "%PRAZO" TO LINHA-FORNECEDOR (39:6)
           MOVE "ATRASO" TO LINHA-FORNECEDOR (48:6)
           MOVE "%ATEND" TO LINHA-FORNECEDOR (56:6)
           MOVE "DERIVA%" TO LINHA-FORNECEDOR (65:7)
           PERFORM GRAVAR-LINHA-FORNECEDOR
           MOVE ALL "-" TO LINHA-FORNECEDOR
           PERFORM GRAVAR-LINHA-FORNECEDOR.

       IMPRIMIR-RODAPE.
           MOVE ALL "=" TO LINHA-FORNECEDOR
           PERFORM GRAVAR-LINHA-FORNECEDOR
           MOVE SPACES TO LINHA-FORNECEDOR
           STRING "FORNECEDORES: " WS-TOTAL-AVALIADOS
               "  ABAIXO DA META: " WS-TOTAL-ABAIXO
               DELIMITED BY SIZE INTO LINHA-FORNECEDOR
           PERFORM GRAVAR-LINHA-FORNECEDOR
           MOVE SPACES TO LINHA-FORNECEDOR
           STRING "ATRASO = MEDIA DE DIAS DOS PEDIDOS ATRASADOS; "
               "DERIVA = PRECO PAGO X ULTIMO PRECO ANTERIOR"
               DELIMITED BY SIZE INTO LINHA-FORNECEDOR
           PERFORM GRAVAR-LINHA-FORNECEDOR.

       GRAVAR-LINHA-FORNECEDOR.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-FORNECEDOR.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELFORN" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELFORN.
