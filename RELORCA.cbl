      ******************************************************************
      * Author:
      * Date:
      * Purpose: Orcado x realizado de quadro e folha - poe o plano
      *          anual digitado em MANORCA (ORCAMENT, REGORC.cpy) ao
      *          lado do que a folha efetivamente registrou no FOLHADET
      *          (pessoas pagas e bruto de cada competencia), mes a mes
      *          de janeiro ate a competencia recem-fechada, com a
      *          variacao em valor e em percentual e o acumulado do
      *          ano; depois a mesma conta por centro de custo, para o
      *          mes e para o acumulado. Mes acima do orcamento em
      *          mais que a tolerancia do parametro ORCATOL (padrao 5%)
      *          sai marcado. Sai pelo spool de relatorios (SPOOLREP,
      *          SPL.RELORCA.AAAAMMDD); chamado por CONTRACH logo
      *          depois da folha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELORCA.
       ENVIRONMENT DIVISION.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO-FILE ASSIGN TO "ORCAMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WS-STATUS-ORC.
           SELECT FOLHA-DETALHE-FILE ASSIGN TO "FOLHADET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FDT.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO-FILE.
           COPY "REGORC.cpy".
       FD  FOLHA-DETALHE-FILE.
           COPY "REGFDET.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ORC       PIC X(02) VALUE SPACES.
       77  WS-STATUS-FDT       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-QTDE-CCU         PIC 9(03) VALUE ZERO.
       77  WS-MAX-CCU          PIC 9(03) VALUE 200.
       77  WS-INDICE-CCU       PIC 9(03) VALUE ZERO.
       77  WS-INDICE-MES       PIC 9(02) VALUE ZERO.
       77  WS-MES-LIDO         PIC 9(02) VALUE ZERO.
       77  WS-ACHOU-CCU        PIC X(01) VALUE "N".
           88 ACHOU-CCU            VALUE "S".
       77  WS-CCUSTO-BUSCA     PIC X(06) VALUE SPACES.
       77  WS-TOLERANCIA       PIC 9(03)V99 VALUE 5.
       77  WS-PARAM-CODIGO     PIC X(08) VALUE SPACES.
       77  WS-PARAM-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77  WS-PARAM-RESULTADO  PIC X(01) VALUE "N".
       77  WS-MESES-ACIMA      PIC 9(02) VALUE ZERO.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "RELORCA".
       01  LINHA-ORCAMENTO     PIC X(100) VALUE SPACES.
      * Valores da linha em montagem - cada linha do relatorio (mes,
      * acumulado, centro) passa por aqui antes de ser impressa.
       01  WS-LINHA-VALORES.
           03 WS-LIN-ROTULO        PIC X(09).
           03 WS-LIN-ORC-QTDE      PIC 9(07).
           03 WS-LIN-REAL-QTDE     PIC 9(07).
           03 WS-LIN-ORC-VALOR     PIC 9(14)V99.
           03 WS-LIN-REAL-VALOR    PIC 9(14)V99.
       77  WS-VARIACAO         PIC S9(14)V99 VALUE ZEROS.
       77  WS-PERCENTUAL       PIC S9(05)V99 VALUE ZEROS.
       77  WS-PCT-QUADRO       PIC S9(05)V99 VALUE ZEROS.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZZ9,99.
       01  WS-VARIACAO-EDIT    PIC -ZZZZZZZZZZ9,99.
       01  WS-PCT-EDIT         PIC -ZZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZZ9.99.
       01  WS-VARIACAO-EDIT    PIC -ZZZZZZZZZZ9.99.
       01  WS-PCT-EDIT         PIC -ZZZ9.99.
      >>END-IF
       01  WS-QTDE-EDIT        PIC ZZZZZZ9.
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL     PIC 9(04).
           03 WS-MES-ATUAL     PIC 9(02).
           03 WS-DIA-ATUAL     PIC 9(02).
      * Mesma competencia da folha que acabou de ser gerada.
       01  WS-MES-FECHADO      PIC 9(06) VALUE ZEROS.
       01  WS-MES-FECHADO-R REDEFINES WS-MES-FECHADO.
           03 WS-FECHADO-ANO   PIC 9(04).
           03 WS-FECHADO-MM    PIC 9(02).
      * Orcado e realizado da empresa inteira, mes a mes.
       01  TABELA-TOTAL-MES.
           03 TOT-MES-ITEM OCCURS 12 TIMES.
               05 TOT-ORC-QTDE     PIC 9(07).
               05 TOT-ORC-VALOR    PIC 9(14)V99.
               05 TOT-REAL-QTDE    PIC 9(07).
               05 TOT-REAL-VALOR   PIC 9(14)V99.
      * O mesmo por centro de custo - centro que so tem orcado, ou so
      * realizado, aparece igual, com o outro lado zerado.
       01  TABELA-CENTROS-CUSTO.
           03 TAB-CCU-ITEM OCCURS 200 TIMES.
               05 TAB-CCU-CODIGO   PIC X(06).
               05 TAB-CCU-MES OCCURS 12 TIMES.
                   07 TAB-ORC-QTDE     PIC 9(05).
                   07 TAB-ORC-VALOR    PIC 9(12)V99.
                   07 TAB-REAL-QTDE    PIC 9(05).
                   07 TAB-REAL-VALOR   PIC 9(12)V99.
           COPY "CALMES.cpy".
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== ORCADO X REALIZADO DA FOLHA =====".
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-MES-ATUAL TO WS-FECHADO-MM
           MOVE WS-ANO-ATUAL TO WS-FECHADO-ANO
           IF WS-FECHADO-MM = 1
               MOVE 12 TO WS-FECHADO-MM
               SUBTRACT 1 FROM WS-FECHADO-ANO
           ELSE
               SUBTRACT 1 FROM WS-FECHADO-MM
           END-IF
           MOVE "ORCATOL" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-TOLERANCIA
           END-IF
           INITIALIZE TABELA-TOTAL-MES
           PERFORM CARREGAR-ORCAMENTO
           PERFORM CARREGAR-REALIZADO
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-ORCAMENTO
           PERFORM IMPRIMIR-EMPRESA
           PERFORM IMPRIMIR-CENTROS-CUSTO
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-ORCAMENTO
           IF WS-MESES-ACIMA > ZERO
               DISPLAY "*** " WS-MESES-ACIMA " linha(s) acima do "
                   "orcamento - ver spool RELORCA ***"
           END-IF
           DISPLAY "===== FIM DO ORCADO X REALIZADO =====".
           STOP RUN.

      * Plano do ano da competencia fechada, todos os centros.
       CARREGAR-ORCAMENTO.
           OPEN INPUT ORCAMENTO-FILE
           IF WS-STATUS-ORC NOT = "00"
               MOVE "ORCAMENT" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ORC TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhum orcamento digitado (ORCAMENT) - "
                   "relatorio so com o realizado"
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE WS-FECHADO-ANO TO ORC-ANO
               MOVE LOW-VALUES TO ORC-CCUSTO
               MOVE ZEROS TO ORC-MES
               START ORCAMENTO-FILE KEY NOT < ORC-CHAVE
                   INVALID KEY SET FIM-ARQUIVO TO TRUE
               END-START
               IF NOT FIM-ARQUIVO
                   PERFORM LER-PROXIMO-ORCAMENTO
               END-IF
               PERFORM ACUMULAR-ORCAMENTO UNTIL FIM-ARQUIVO
               CLOSE ORCAMENTO-FILE
           END-IF.

       LER-PROXIMO-ORCAMENTO.
           READ ORCAMENTO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO AND ORC-ANO NOT = WS-FECHADO-ANO
               SET FIM-ARQUIVO TO TRUE
           END-IF.

       ACUMULAR-ORCAMENTO.
           IF ORC-MES >= 1 AND ORC-MES <= 12
               MOVE ORC-CCUSTO TO WS-CCUSTO-BUSCA
               PERFORM LOCALIZAR-CCUSTO-TABELA
               IF ACHOU-CCU
                   ADD ORC-QTDE-PESSOAS
                       TO TAB-ORC-QTDE(WS-INDICE-CCU, ORC-MES)
                   ADD ORC-VALOR-FOLHA
                       TO TAB-ORC-VALOR(WS-INDICE-CCU, ORC-MES)
               END-IF
               ADD ORC-QTDE-PESSOAS TO TOT-ORC-QTDE(ORC-MES)
               ADD ORC-VALOR-FOLHA TO TOT-ORC-VALOR(ORC-MES)
           END-IF
           PERFORM LER-PROXIMO-ORCAMENTO.

      * Realizado = um contracheque por pessoa paga na competencia e o
      * bruto dele, de janeiro ate o mes fechado.
       CARREGAR-REALIZADO.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT FOLHA-DETALHE-FILE
           IF WS-STATUS-FDT NOT = "00"
               MOVE "FOLHADET" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-FDT TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "FOLHADET indisponivel - status " WS-STATUS-FDT
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM LER-PROXIMO-DETALHE
           END-IF
           PERFORM ACUMULAR-REALIZADO UNTIL FIM-ARQUIVO
           IF WS-STATUS-FDT = "00" OR WS-STATUS-FDT = "10"
               CLOSE FOLHA-DETALHE-FILE
           END-IF.

       LER-PROXIMO-DETALHE.
           READ FOLHA-DETALHE-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       ACUMULAR-REALIZADO.
           IF FDET-COMPETENCIA (1:4) = WS-MES-FECHADO (1:4)
                   AND FDET-COMPETENCIA <= WS-MES-FECHADO
               MOVE FDET-COMPETENCIA (5:2) TO WS-MES-LIDO
               IF FDET-CCUSTO = SPACES
                   MOVE "FOLHA" TO WS-CCUSTO-BUSCA
               ELSE
                   MOVE FDET-CCUSTO TO WS-CCUSTO-BUSCA
               END-IF
               PERFORM LOCALIZAR-CCUSTO-TABELA
               IF ACHOU-CCU
                   ADD 1 TO TAB-REAL-QTDE(WS-INDICE-CCU, WS-MES-LIDO)
                   ADD FDET-BRUTO
                       TO TAB-REAL-VALOR(WS-INDICE-CCU, WS-MES-LIDO)
               END-IF
               ADD 1 TO TOT-REAL-QTDE(WS-MES-LIDO)
               ADD FDET-BRUTO TO TOT-REAL-VALOR(WS-MES-LIDO)
           END-IF
           PERFORM LER-PROXIMO-DETALHE.

       LOCALIZAR-CCUSTO-TABELA.
           MOVE "N" TO WS-ACHOU-CCU
           PERFORM COMPARAR-CCUSTO-TABELA
               VARYING WS-INDICE-CCU FROM 1 BY 1
               UNTIL WS-INDICE-CCU > WS-QTDE-CCU OR ACHOU-CCU
           IF NOT ACHOU-CCU AND WS-QTDE-CCU < WS-MAX-CCU
               ADD 1 TO WS-QTDE-CCU
               MOVE WS-QTDE-CCU TO WS-INDICE-CCU
               INITIALIZE TAB-CCU-ITEM(WS-INDICE-CCU)
               MOVE WS-CCUSTO-BUSCA TO TAB-CCU-CODIGO(WS-INDICE-CCU)
               SET ACHOU-CCU TO TRUE
           END-IF.

       COMPARAR-CCUSTO-TABELA.
           IF TAB-CCU-CODIGO(WS-INDICE-CCU) = WS-CCUSTO-BUSCA
               SET ACHOU-CCU TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-CCU
           END-IF.

       GRAVAR-LINHA-ORCAMENTO.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-ORCAMENTO.

       IMPRIMIR-CABECALHO-COLUNAS.
           MOVE SPACES TO LINHA-ORCAMENTO
           MOVE "QUADRO" TO LINHA-ORCAMENTO (11:6)
           MOVE "FOLHA BRUTA" TO LINHA-ORCAMENTO (27:11)
           MOVE "VARIACAO" TO LINHA-ORCAMENTO (62:8)
           PERFORM GRAVAR-LINHA-ORCAMENTO
           MOVE SPACES TO LINHA-ORCAMENTO
           MOVE "ORC" TO LINHA-ORCAMENTO (13:3)
           MOVE "REAL" TO LINHA-ORCAMENTO (21:4)
           MOVE "ORCADO" TO LINHA-ORCAMENTO (30:6)
           MOVE "REALIZADO" TO LINHA-ORCAMENTO (43:9)
           MOVE "VALOR" TO LINHA-ORCAMENTO (62:5)
           MOVE "%" TO LINHA-ORCAMENTO (77:1)
           PERFORM GRAVAR-LINHA-ORCAMENTO.

      * Uma linha: orcado e realizado de quadro e folha, variacao da
      * folha em valor e em percentual, e a marca quando a folha ou o
      * quadro passam do orcado em mais que a tolerancia.
       IMPRIMIR-LINHA-VALORES.
           MOVE SPACES TO LINHA-ORCAMENTO
           MOVE WS-LIN-ROTULO TO LINHA-ORCAMENTO (1:9)
           MOVE WS-LIN-ORC-QTDE TO WS-QTDE-EDIT
           MOVE WS-QTDE-EDIT TO LINHA-ORCAMENTO (10:7)
           MOVE WS-LIN-REAL-QTDE TO WS-QTDE-EDIT
           MOVE WS-QTDE-EDIT TO LINHA-ORCAMENTO (18:7)
           MOVE WS-LIN-ORC-VALOR TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-ORCAMENTO (26:15)
           MOVE WS-LIN-REAL-VALOR TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-ORCAMENTO (42:15)
           COMPUTE WS-VARIACAO = WS-LIN-REAL-VALOR - WS-LIN-ORC-VALOR
           MOVE WS-VARIACAO TO WS-VARIACAO-EDIT
           MOVE WS-VARIACAO-EDIT TO LINHA-ORCAMENTO (58:15)
           IF WS-LIN-ORC-VALOR > ZERO
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-VARIACAO * 100 / WS-LIN-ORC-VALOR
                   ON SIZE ERROR MOVE 99999 TO WS-PERCENTUAL
               END-COMPUTE
               MOVE WS-PERCENTUAL TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO LINHA-ORCAMENTO (73:8)
               IF WS-PERCENTUAL > WS-TOLERANCIA
                   MOVE "*FOLHA" TO LINHA-ORCAMENTO (82:6)
                   ADD 1 TO WS-MESES-ACIMA
               END-IF
           ELSE
               IF WS-LIN-REAL-VALOR > ZERO
                   MOVE "SEM ORC" TO LINHA-ORCAMENTO (74:7)
               END-IF
           END-IF
           IF WS-LIN-ORC-QTDE > ZERO
                   AND WS-LIN-REAL-QTDE > WS-LIN-ORC-QTDE
               COMPUTE WS-PCT-QUADRO ROUNDED =
                   (WS-LIN-REAL-QTDE - WS-LIN-ORC-QTDE) * 100
                   / WS-LIN-ORC-QTDE
                   ON SIZE ERROR MOVE 99999 TO WS-PCT-QUADRO
               END-COMPUTE
               IF WS-PCT-QUADRO > WS-TOLERANCIA
                   MOVE "*QUADRO" TO LINHA-ORCAMENTO (89:7)
               END-IF
           END-IF
           PERFORM GRAVAR-LINHA-ORCAMENTO.

       IMPRIMIR-EMPRESA.
           MOVE WS-TOLERANCIA TO WS-PCT-EDIT
           MOVE SPACES TO LINHA-ORCAMENTO
           STRING "ORCADO X REALIZADO DA FOLHA - " WS-FECHADO-ANO
               " ATE " FISCAL-MES-EXTENSO(WS-FECHADO-MM)
               " (TOLERANCIA " WS-PCT-EDIT "%)"
               DELIMITED BY SIZE INTO LINHA-ORCAMENTO
           PERFORM GRAVAR-LINHA-ORCAMENTO
           MOVE ALL "=" TO LINHA-ORCAMENTO
           PERFORM GRAVAR-LINHA-ORCAMENTO
           PERFORM IMPRIMIR-CABECALHO-COLUNAS
           INITIALIZE WS-LINHA-VALORES
           PERFORM IMPRIMIR-MES-EMPRESA
               VARYING WS-INDICE-MES FROM 1 BY 1
               UNTIL WS-INDICE-MES > WS-FECHADO-MM
           MOVE ALL "-" TO LINHA-ORCAMENTO
           PERFORM GRAVAR-LINHA-ORCAMENTO
           INITIALIZE WS-LINHA-VALORES
           PERFORM SOMAR-MES-EMPRESA
               VARYING WS-INDICE-MES FROM 1 BY 1
               UNTIL WS-INDICE-MES > WS-FECHADO-MM
      * No acumulado o quadro e o do mes fechado - somar pessoas de
      * meses diferentes nao diz nada.
           MOVE TOT-ORC-QTDE(WS-FECHADO-MM) TO WS-LIN-ORC-QTDE
           MOVE TOT-REAL-QTDE(WS-FECHADO-MM) TO WS-LIN-REAL-QTDE
           MOVE "ACUMULADO" TO WS-LIN-ROTULO
           PERFORM IMPRIMIR-LINHA-VALORES.

       IMPRIMIR-MES-EMPRESA.
           MOVE FISCAL-MES-EXTENSO(WS-INDICE-MES) TO WS-LIN-ROTULO
           MOVE TOT-ORC-QTDE(WS-INDICE-MES) TO WS-LIN-ORC-QTDE
           MOVE TOT-REAL-QTDE(WS-INDICE-MES) TO WS-LIN-REAL-QTDE
           MOVE TOT-ORC-VALOR(WS-INDICE-MES) TO WS-LIN-ORC-VALOR
           MOVE TOT-REAL-VALOR(WS-INDICE-MES) TO WS-LIN-REAL-VALOR
           PERFORM IMPRIMIR-LINHA-VALORES.

       SOMAR-MES-EMPRESA.
           ADD TOT-ORC-VALOR(WS-INDICE-MES) TO WS-LIN-ORC-VALOR
           ADD TOT-REAL-VALOR(WS-INDICE-MES) TO WS-LIN-REAL-VALOR.

       IMPRIMIR-CENTROS-CUSTO.
           MOVE SPACES TO LINHA-ORCAMENTO
           PERFORM GRAVAR-LINHA-ORCAMENTO
           MOVE SPACES TO LINHA-ORCAMENTO
           STRING "POR CENTRO DE CUSTO - "
               FISCAL-MES-EXTENSO(WS-FECHADO-MM) "/" WS-FECHADO-ANO
               " E ACUMULADO DO ANO"
               DELIMITED BY SIZE INTO LINHA-ORCAMENTO
           PERFORM GRAVAR-LINHA-ORCAMENTO
           MOVE ALL "=" TO LINHA-ORCAMENTO
           PERFORM GRAVAR-LINHA-ORCAMENTO
           PERFORM IMPRIMIR-CABECALHO-COLUNAS
           PERFORM IMPRIMIR-UM-CENTRO
               VARYING WS-INDICE-CCU FROM 1 BY 1
               UNTIL WS-INDICE-CCU > WS-QTDE-CCU.

       IMPRIMIR-UM-CENTRO.
           MOVE ALL "-" TO LINHA-ORCAMENTO
           PERFORM GRAVAR-LINHA-ORCAMENTO
           INITIALIZE WS-LINHA-VALORES
           MOVE TAB-CCU-CODIGO(WS-INDICE-CCU) TO WS-LIN-ROTULO
           MOVE TAB-ORC-QTDE(WS-INDICE-CCU, WS-FECHADO-MM)
               TO WS-LIN-ORC-QTDE
           MOVE TAB-REAL-QTDE(WS-INDICE-CCU, WS-FECHADO-MM)
               TO WS-LIN-REAL-QTDE
           MOVE TAB-ORC-VALOR(WS-INDICE-CCU, WS-FECHADO-MM)
               TO WS-LIN-ORC-VALOR
           MOVE TAB-REAL-VALOR(WS-INDICE-CCU, WS-FECHADO-MM)
               TO WS-LIN-REAL-VALOR
           PERFORM IMPRIMIR-LINHA-VALORES
           MOVE ZEROS TO WS-LIN-ORC-VALOR
           MOVE ZEROS TO WS-LIN-REAL-VALOR
           PERFORM SOMAR-MES-CENTRO
               VARYING WS-INDICE-MES FROM 1 BY 1
               UNTIL WS-INDICE-MES > WS-FECHADO-MM
           MOVE "  ACUM." TO WS-LIN-ROTULO
           PERFORM IMPRIMIR-LINHA-VALORES.

       SOMAR-MES-CENTRO.
           ADD TAB-ORC-VALOR(WS-INDICE-CCU, WS-INDICE-MES)
               TO WS-LIN-ORC-VALOR
           ADD TAB-REAL-VALOR(WS-INDICE-CCU, WS-INDICE-MES)
               TO WS-LIN-REAL-VALOR.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELORCA" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELORCA.
