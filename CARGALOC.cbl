      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga inicial dos almoxarifados - cadastra o
      *          almoxarifado central (01) no ALMOXARI se ainda nao
      *          existir e abre no SALDOLOC, no central, a
      *          QUANTIDADE-ATUAL de cada item do ESTOQUE que ainda
      *          nao tem saldo em local nenhum: antes dos locais todo
      *          o estoque estava no central. Item que ja tem saldo
      *          aberto e pulado, entao a carga pode ser repetida
      *          (item novo de MANITEM ja nasce com o saldo no
      *          central). As salas satelite sao cadastradas depois
      *          em MANALM e abastecidas por transferencia. Rodar na
      *          virada, junto com a conversao CONVLOT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGALOC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODIGO
               FILE STATUS IS WS-STATUS-EST.
           SELECT ALMOXARIFADO-FILE ASSIGN TO "ALMOXARI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-CODIGO
               FILE STATUS IS WS-STATUS-ALM.
           SELECT SALDO-LOCAL-FILE ASSIGN TO "SALDOLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLC-CHAVE
               FILE STATUS IS WS-STATUS-SLC.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-FILE.
           COPY "REGEST.cpy".
       FD  ALMOXARIFADO-FILE.
           COPY "REGALM.cpy".
       FD  SALDO-LOCAL-FILE.
           COPY "REGSLC.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-EST       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ALM       PIC X(02) VALUE SPACES.
       77  WS-STATUS-SLC       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-ALMOX-CENTRAL    PIC 9(02) VALUE 01.
       77  WS-TOTAL-LIDOS      PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-CARREGADOS PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-PULADOS    PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-FALHAS     PIC 9(06) VALUE ZERO.
       77  WS-SAL-ACAO         PIC X(01) VALUE SPACE.
       77  WS-SAL-ITEM         PIC 9(04) VALUE ZEROS.
       77  WS-SAL-LOCAL        PIC 9(02) VALUE ZEROS.
       77  WS-SAL-QUANTIDADE   PIC S9(05) VALUE ZERO.
       77  WS-SAL-RESULTADO    PIC X(01) VALUE SPACE.
      * Itens que ja tem saldo aberto em algum local, indexados pelo
      * proprio ITEM-CODIGO.
       01  TABELA-ITENS-ABERTOS.
           03 TAB-ITEM-ABERTO OCCURS 9999 TIMES PIC X(01).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CARGA INICIAL DOS ALMOXARIFADOS =====".
           OPEN INPUT ESTOQUE-FILE
           IF WS-STATUS-EST NOT = "00"
               MOVE "ESTOQUE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EST TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de estoque indisponivel - status "
                   WS-STATUS-EST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CADASTRAR-CENTRAL
           PERFORM CARREGAR-ITENS-ABERTOS
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM LER-PROXIMO-ITEM
           PERFORM ABRIR-SALDO-ITEM UNTIL FIM-ARQUIVO
           CLOSE ESTOQUE-FILE
           DISPLAY " "
           DISPLAY "Itens lidos............: " WS-TOTAL-LIDOS
           DISPLAY "Saldos abertos no 01...: " WS-TOTAL-CARREGADOS
           DISPLAY "Itens ja com saldo.....: " WS-TOTAL-PULADOS
           DISPLAY "Falhas de gravacao.....: " WS-TOTAL-FALHAS
           IF WS-TOTAL-FALHAS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "===== FIM DA CARGA DOS ALMOXARIFADOS =====".
           STOP RUN.

       CADASTRAR-CENTRAL.
           OPEN I-O ALMOXARIFADO-FILE
           IF WS-STATUS-ALM = "35"
               OPEN OUTPUT ALMOXARIFADO-FILE
               CLOSE ALMOXARIFADO-FILE
               OPEN I-O ALMOXARIFADO-FILE
           END-IF
           IF WS-STATUS-ALM NOT = "00"
               MOVE "ALMOXARI" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ALM TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de almoxarifados indisponivel - "
                   "status " WS-STATUS-ALM
               CLOSE ESTOQUE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ALMOX-CENTRAL TO ALM-CODIGO
           READ ALMOXARIFADO-FILE
               INVALID KEY
                   MOVE SPACES TO REGISTRO-ALMOXARIFADO
                   MOVE WS-ALMOX-CENTRAL TO ALM-CODIGO
                   MOVE "CENTRAL" TO ALM-NOME
                   SET ALM-ATIVO TO TRUE
                   WRITE REGISTRO-ALMOXARIFADO
                       INVALID KEY
                           MOVE "ALMOXARI" TO ERR-ARQUIVO
                           MOVE "WRITE" TO ERR-OPERACAO
                           MOVE WS-STATUS-ALM TO ERR-STATUS
                           MOVE ALM-CODIGO TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao cadastrar o central"
                       NOT INVALID KEY
                           DISPLAY "Almoxarifado central cadastrado"
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Almoxarifado central ja cadastrado: "
                       ALM-NOME
           END-READ
           CLOSE ALMOXARIFADO-FILE.

       CARREGAR-ITENS-ABERTOS.
           MOVE ALL "N" TO TABELA-ITENS-ABERTOS
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT SALDO-LOCAL-FILE
           IF WS-STATUS-SLC NOT = "00"
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM LER-PROXIMO-SALDO
           END-IF
           PERFORM MARCAR-ITEM-ABERTO UNTIL FIM-ARQUIVO
           IF WS-STATUS-SLC = "00" OR WS-STATUS-SLC = "10"
               CLOSE SALDO-LOCAL-FILE
           END-IF.

       LER-PROXIMO-SALDO.
           READ SALDO-LOCAL-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       MARCAR-ITEM-ABERTO.
           IF SLC-ITEM-CODIGO > ZERO
               MOVE "S" TO TAB-ITEM-ABERTO(SLC-ITEM-CODIGO)
           END-IF
           PERFORM LER-PROXIMO-SALDO.

       LER-PROXIMO-ITEM.
           READ ESTOQUE-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * Saldo negativo herdado do tempo sem trava entra como zero -
      * local nenhum fica negativo.
       ABRIR-SALDO-ITEM.
           ADD 1 TO WS-TOTAL-LIDOS
           IF ITEM-CODIGO = ZERO
                   OR TAB-ITEM-ABERTO(ITEM-CODIGO) = "S"
               ADD 1 TO WS-TOTAL-PULADOS
           ELSE
               MOVE "F" TO WS-SAL-ACAO
               MOVE ITEM-CODIGO TO WS-SAL-ITEM
               MOVE WS-ALMOX-CENTRAL TO WS-SAL-LOCAL
               IF QUANTIDADE-ATUAL < ZERO
                   MOVE ZERO TO WS-SAL-QUANTIDADE
               ELSE
                   MOVE QUANTIDADE-ATUAL TO WS-SAL-QUANTIDADE
               END-IF
               CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
                   WS-SAL-LOCAL, WS-SAL-QUANTIDADE, WS-SAL-RESULTADO
               IF WS-SAL-RESULTADO = "S"
                   ADD 1 TO WS-TOTAL-CARREGADOS
               ELSE
                   ADD 1 TO WS-TOTAL-FALHAS
                   DISPLAY "Falha ao abrir o saldo do item "
                       ITEM-CODIGO
               END-IF
           END-IF
           PERFORM LER-PROXIMO-ITEM.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CARGALOC" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CARGALOC.
