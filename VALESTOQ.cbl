      *          (SPOOLREP, arquivo SPL.VALESTOQ.AAAAMMDD) - o passo
      *          roda sozinho de madrugada dentro do FECHMES e sem o
      *          spool o relatorio sumiria com a tela. Chamado ao
      *          final do FECHMES. Depois do total sai a quebra do
      *          valor por almoxarifado (saldo do local no SALDOLOC,
      *          ou os lotes validos guardados ali, ao mesmo custo) e
      *          a diferenca que nao esta em nenhum local.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WS-STATUS-LOT.
           SELECT SALDO-LOCAL-FILE ASSIGN TO "SALDOLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLC-CHAVE
               FILE STATUS IS WS-STATUS-SLC.
           SELECT ALMOXARIFADO-FILE ASSIGN TO "ALMOXARI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-CODIGO
               FILE STATUS IS WS-STATUS-ALM.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-FILE.
           03 ANT-VALOR            PIC 9(13)V99.
       FD  LOTE-FILE.
           COPY "REGLOT.cpy".
       FD  SALDO-LOCAL-FILE.
           COPY "REGSLC.cpy".
       FD  ALMOXARIFADO-FILE.
           COPY "REGALM.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-EST       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ANT       PIC X(02) VALUE SPACES.
       77  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "VALESTOQ".
       77  WS-STATUS-SLC       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ALM       PIC X(02) VALUE SPACES.
       77  WS-FIM-SALDOS       PIC X(01) VALUE "N".
           88 FIM-SALDOS           VALUE "S".
       77  WS-LOCAL-FILTRO     PIC 9(02) VALUE ZEROS.
       77  WS-INDICE-LOCAL     PIC 9(03) VALUE ZERO.
       77  WS-VALOR-LOCAIS     PIC 9(13)V99 VALUE ZEROS.
       77  WS-VALOR-SEM-LOCAL  PIC S9(13)V99 VALUE ZEROS.
       77  WS-NOME-LOCAL       PIC X(20) VALUE SPACES.
       77  WS-ALMOX-ABERTO     PIC X(01) VALUE "N".
           88 ALMOX-ABERTO         VALUE "S".
      * Valor por almoxarifado, indexado pelo proprio codigo do local.
       01  TABELA-VALOR-LOCAL.
           03 TAB-LOCAL OCCURS 99 TIMES.
               05 TAB-LOCAL-USADO  PIC X(01).
               05 TAB-LOCAL-VALOR  PIC 9(13)V99.
       01  WS-LINHA-REL        PIC X(100) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-ITEM-EDIT  PIC ZZZZZZZZZZZ9,99.
       01  WS-VALOR-TOTAL-EDIT PIC ZZZZZZZZZZZZ9,99.
      >>ELSE
       01  WS-VALOR-TOTAL-EDIT PIC ZZZZZZZZZZZZ9.99.
      >>END-IF
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-SINAL-EDIT PIC -ZZZZZZZZZZZZ9,99.
      >>ELSE
       01  WS-VALOR-SINAL-EDIT PIC -ZZZZZZZZZZZZ9.99.
      >>END-IF
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-MES-CORRENTE  PIC 9(06).
           03 FILLER           PIC 9(02).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== VALORIZACAO DO ESTOQUE =====".
           END-IF
           OPEN INPUT ESTOQUE-FILE
           IF WS-STATUS-EST NOT = "00"
               MOVE "ESTOQUE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EST TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de estoque indisponivel - status "
                   WS-STATUS-EST
               MOVE 8 TO RETURN-CODE
           PERFORM EMITIR-LINHA
           PERFORM LER-PROXIMO-ITEM
           PERFORM VALORIZAR-ITEM UNTIL FIM-ARQUIVO
           PERFORM VALORIZAR-POR-LOCAL
           CLOSE ESTOQUE-FILE
           CLOSE LOTE-FILE
           PERFORM LER-VALOR-ANTERIOR
           PERFORM IMPRIMIR-COMPARATIVO
           PERFORM IMPRIMIR-POR-LOCAL
           PERFORM GRAVAR-VALOR-DO-MES
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
           MOVE ZERO TO WS-QTDE-VALIDA
           MOVE ITEM-CODIGO TO LOT-ITEM-CODIGO
           MOVE LOW-VALUES TO LOT-NUMERO
           MOVE ZEROS TO LOT-LOCAL
           START LOTE-FILE KEY NOT < LOT-CHAVE
               INVALID KEY SET FIM-LOTES TO TRUE
           END-START
           END-IF
           PERFORM SOMAR-LOTE-VALIDO UNTIL FIM-LOTES
           IF NOT TEM-LOTES
               IF WS-LOCAL-FILTRO = ZERO
                   MOVE QUANTIDADE-ATUAL TO WS-QTDE-VALIDA
               ELSE
                   MOVE SLC-QUANTIDADE TO WS-QTDE-VALIDA
               END-IF
           END-IF.

       LER-PROXIMO-LOTE.
               IF LOT-ATIVO AND LOT-QUANTIDADE > ZERO
                       AND (LOT-VALIDADE = ZEROS
                       OR LOT-VALIDADE >= WS-DATA-HOJE)
                       AND (WS-LOCAL-FILTRO = ZERO
                       OR LOT-LOCAL = WS-LOCAL-FILTRO)
                   ADD LOT-QUANTIDADE TO WS-QTDE-VALIDA
               END-IF
               PERFORM LER-PROXIMO-LOTE
           END-IF.

      * Quebra por almoxarifado: cada saldo do SALDOLOC e valorizado
      * pelo custo do item, pela mesma regra do total - item com
      * lotes vale os lotes validos guardados naquele local.
       VALORIZAR-POR-LOCAL.
           PERFORM ZERAR-VALOR-LOCAL
               VARYING WS-INDICE-LOCAL FROM 1 BY 1
               UNTIL WS-INDICE-LOCAL > 99
           MOVE "N" TO WS-FIM-SALDOS
           OPEN INPUT SALDO-LOCAL-FILE
           IF WS-STATUS-SLC NOT = "00"
               SET FIM-SALDOS TO TRUE
           ELSE
               PERFORM LER-PROXIMO-SALDO
           END-IF
           PERFORM VALORIZAR-SALDO-LOCAL UNTIL FIM-SALDOS
           IF WS-STATUS-SLC = "00" OR WS-STATUS-SLC = "10"
               CLOSE SALDO-LOCAL-FILE
           END-IF
           MOVE ZEROS TO WS-LOCAL-FILTRO.

       ZERAR-VALOR-LOCAL.
           MOVE "N" TO TAB-LOCAL-USADO(WS-INDICE-LOCAL)
           MOVE ZEROS TO TAB-LOCAL-VALOR(WS-INDICE-LOCAL).

       LER-PROXIMO-SALDO.
           READ SALDO-LOCAL-FILE NEXT RECORD
               AT END SET FIM-SALDOS TO TRUE
           END-READ.

       VALORIZAR-SALDO-LOCAL.
           IF SLC-LOCAL NOT = ZERO
               MOVE SLC-ITEM-CODIGO TO ITEM-CODIGO
               READ ESTOQUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SLC-LOCAL TO WS-LOCAL-FILTRO
                       PERFORM CALCULAR-QTDE-VALIDA
                       COMPUTE WS-VALOR-ITEM =
                           WS-QTDE-VALIDA * CUSTO-UNITARIO
                       MOVE "S" TO TAB-LOCAL-USADO(SLC-LOCAL)
                       ADD WS-VALOR-ITEM TO TAB-LOCAL-VALOR(SLC-LOCAL)
               END-READ
           END-IF
           PERFORM LER-PROXIMO-SALDO.

       IMPRIMIR-POR-LOCAL.
           MOVE SPACES TO WS-LINHA-REL
           PERFORM EMITIR-LINHA
           MOVE "Valor por almoxarifado:" TO WS-LINHA-REL
           PERFORM EMITIR-LINHA
           MOVE ZEROS TO WS-VALOR-LOCAIS
           MOVE "N" TO WS-ALMOX-ABERTO
           OPEN INPUT ALMOXARIFADO-FILE
           IF WS-STATUS-ALM = "00"
               SET ALMOX-ABERTO TO TRUE
           END-IF
           PERFORM IMPRIMIR-VALOR-LOCAL
               VARYING WS-INDICE-LOCAL FROM 1 BY 1
               UNTIL WS-INDICE-LOCAL > 99
           IF ALMOX-ABERTO
               CLOSE ALMOXARIFADO-FILE
           END-IF
           COMPUTE WS-VALOR-SEM-LOCAL =
               WS-VALOR-TOTAL - WS-VALOR-LOCAIS
           MOVE WS-VALOR-SEM-LOCAL TO WS-VALOR-SINAL-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING "   Sem almoxarifado.......: " WS-VALOR-SINAL-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-REL
           PERFORM EMITIR-LINHA.

       IMPRIMIR-VALOR-LOCAL.
           IF TAB-LOCAL-USADO(WS-INDICE-LOCAL) = "S"
               MOVE "(nao cadastrado)" TO WS-NOME-LOCAL
               MOVE WS-INDICE-LOCAL TO ALM-CODIGO
               IF ALMOX-ABERTO
                   READ ALMOXARIFADO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ALM-NOME TO WS-NOME-LOCAL
                   END-READ
               END-IF
               ADD TAB-LOCAL-VALOR(WS-INDICE-LOCAL)
                   TO WS-VALOR-LOCAIS
               MOVE TAB-LOCAL-VALOR(WS-INDICE-LOCAL)
                   TO WS-VALOR-TOTAL-EDIT
               MOVE SPACES TO WS-LINHA-REL
               STRING "   " ALM-CODIGO " " WS-NOME-LOCAL ": "
                   WS-VALOR-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               PERFORM EMITIR-LINHA
           END-IF.

       LER-VALOR-ANTERIOR.
           OPEN INPUT VALOR-ANTERIOR-FILE
           IF WS-STATUS-ANT = "00"
           WRITE REGISTRO-VALOR-ANTERIOR
           CLOSE VALOR-ANTERIOR-FILE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "VALESTOQ" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM VALESTOQ.
