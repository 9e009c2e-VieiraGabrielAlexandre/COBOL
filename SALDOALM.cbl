      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma do saldo por almoxarifado - o unico que
      *          grava o SALDOLOC (REGSLC.cpy). Recebe a acao, o item,
      *          o almoxarifado e a quantidade:
      *            V - confere se o almoxarifado existe e esta ativo
      *                no ALMOXARI (REGALM.cpy);
      *            C - devolve o saldo do item no local (zero se o
      *                item nunca passou por ali);
      *            S - soma a quantidade (negativa para saida) ao
      *                saldo do local e devolve o saldo novo; saida
      *                que deixaria o local negativo e recusada sem
      *                mexer em nada;
      *            F - fixa o saldo do local na quantidade informada
      *                (ajuste de contagem, carga inicial).
      *          Devolve "S" no resultado quando a acao foi feita e
      *          "N" quando foi recusada. Mesmo desenho de
      *          subprograma do LERPARAM: a regra do saldo por local
      *          fica num lugar so para APLICMOV, INSPREC, MANITEM,
      *          CONTAGEM e os demais.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOALM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  ALMOXARIFADO-FILE.
           COPY "REGALM.cpy".
       FD  SALDO-LOCAL-FILE.
           COPY "REGSLC.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ALM       PIC X(02) VALUE SPACES.
       77  WS-STATUS-SLC       PIC X(02) VALUE SPACES.
       77  WS-SALDO-NOVO       PIC S9(06) VALUE ZERO.
       77  WS-ACHOU-SALDO      PIC X(01) VALUE "N".
           88 ACHOU-SALDO          VALUE "S".
       LINKAGE SECTION.
       01  SAL-ACAO            PIC X(01).
       01  SAL-ITEM            PIC 9(04).
       01  SAL-LOCAL           PIC 9(02).
       01  SAL-QUANTIDADE      PIC S9(05).
       01  SAL-RESULTADO       PIC X(01).
       PROCEDURE DIVISION USING SAL-ACAO, SAL-ITEM, SAL-LOCAL,
               SAL-QUANTIDADE, SAL-RESULTADO.
       MAIN-PROCEDURE.
           MOVE "N" TO SAL-RESULTADO
           EVALUATE SAL-ACAO
               WHEN "V" PERFORM VALIDAR-ALMOXARIFADO
               WHEN "C" PERFORM CONSULTAR-SALDO
               WHEN "S" PERFORM SOMAR-SALDO
               WHEN "F" PERFORM FIXAR-SALDO
               WHEN OTHER CONTINUE
           END-EVALUATE
           GOBACK.

       VALIDAR-ALMOXARIFADO.
           OPEN INPUT ALMOXARIFADO-FILE
           IF WS-STATUS-ALM = "00"
               MOVE SAL-LOCAL TO ALM-CODIGO
               READ ALMOXARIFADO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ALM-ATIVO
                           MOVE "S" TO SAL-RESULTADO
                       END-IF
               END-READ
               CLOSE ALMOXARIFADO-FILE
           END-IF.

      * Item que nunca passou pelo local tem saldo zero ali - nao e
      * erro.
       CONSULTAR-SALDO.
           MOVE ZERO TO SAL-QUANTIDADE
           OPEN INPUT SALDO-LOCAL-FILE
           IF WS-STATUS-SLC = "35"
               MOVE "S" TO SAL-RESULTADO
           END-IF
           IF WS-STATUS-SLC = "00"
               PERFORM LER-SALDO
               IF ACHOU-SALDO
                   MOVE SLC-QUANTIDADE TO SAL-QUANTIDADE
               END-IF
               MOVE "S" TO SAL-RESULTADO
               CLOSE SALDO-LOCAL-FILE
           END-IF.

       SOMAR-SALDO.
           PERFORM ABRIR-SALDO-LOCAL
           IF WS-STATUS-SLC = "00"
               PERFORM LER-SALDO
               IF ACHOU-SALDO
                   COMPUTE WS-SALDO-NOVO =
                       SLC-QUANTIDADE + SAL-QUANTIDADE
               ELSE
                   MOVE SAL-QUANTIDADE TO WS-SALDO-NOVO
               END-IF
               IF WS-SALDO-NOVO < ZERO OR WS-SALDO-NOVO > 99999
                   IF ACHOU-SALDO
                       MOVE SLC-QUANTIDADE TO SAL-QUANTIDADE
                   ELSE
                       MOVE ZERO TO SAL-QUANTIDADE
                   END-IF
               ELSE
                   PERFORM GRAVAR-SALDO
               END-IF
               CLOSE SALDO-LOCAL-FILE
           END-IF.

       FIXAR-SALDO.
           IF SAL-QUANTIDADE NOT < ZERO
               PERFORM ABRIR-SALDO-LOCAL
               IF WS-STATUS-SLC = "00"
                   PERFORM LER-SALDO
                   MOVE SAL-QUANTIDADE TO WS-SALDO-NOVO
                   PERFORM GRAVAR-SALDO
                   CLOSE SALDO-LOCAL-FILE
               END-IF
           END-IF.

       ABRIR-SALDO-LOCAL.
           OPEN I-O SALDO-LOCAL-FILE
           IF WS-STATUS-SLC = "35"
               OPEN OUTPUT SALDO-LOCAL-FILE
               CLOSE SALDO-LOCAL-FILE
               OPEN I-O SALDO-LOCAL-FILE
           END-IF.

       LER-SALDO.
           MOVE "N" TO WS-ACHOU-SALDO
           MOVE SAL-ITEM TO SLC-ITEM-CODIGO
           MOVE SAL-LOCAL TO SLC-LOCAL
           READ SALDO-LOCAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACHOU-SALDO TO TRUE
           END-READ.

       GRAVAR-SALDO.
           MOVE SAL-ITEM TO SLC-ITEM-CODIGO
           MOVE SAL-LOCAL TO SLC-LOCAL
           MOVE WS-SALDO-NOVO TO SLC-QUANTIDADE
           ACCEPT SLC-DATA-ATUALIZACAO FROM DATE YYYYMMDD
           IF ACHOU-SALDO
               REWRITE REGISTRO-SALDO-LOCAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SAL-RESULTADO
               END-REWRITE
           ELSE
               MOVE SPACES TO REGISTRO-SALDO-LOCAL (20:10)
               WRITE REGISTRO-SALDO-LOCAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SAL-RESULTADO
               END-WRITE
           END-IF
           MOVE SLC-QUANTIDADE TO SAL-QUANTIDADE.

       END PROGRAM SALDOALM.
