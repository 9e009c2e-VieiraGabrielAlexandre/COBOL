      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rateio do consumo de material por departamento - le
      *          as saidas de requisicao (MANREQ) postadas pelo
      *          APLICMOV no MOVAPLIC durante a competencia que fechou,
      *          valoriza cada uma pelo CUSTO-UNITARIO do item no
      *          ESTOQUE e totaliza por centro de custo (CCUSTO). O
      *          detalhe por requisicao e o resumo por departamento
      *          saem pelo spool de relatorios (SPOOLREP, SPL.RELREQ);
      *          os totais por centro ficam no CONSTOT (REGCSM.cpy)
      *          para a exportacao contabil (EXPCONTA) lancar a
      *          despesa em cada departamento. Saida sem requisicao
      *          (quebra, baixa de vencido) nao entra no rateio.
      *          Rotina mensal de FECHMES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREQ.
       ENVIRONMENT DIVISION.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLICADO-FILE ASSIGN TO "MOVAPLIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-APL.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODIGO
               FILE STATUS IS WS-STATUS-EST.
           SELECT CCUSTO-FILE ASSIGN TO "CCUSTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCU-CODIGO
               FILE STATUS IS WS-STATUS-CCU.
           SELECT CONSUMO-FILE ASSIGN TO "CONSTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CSM.
       DATA DIVISION.
       FILE SECTION.
       FD  APLICADO-FILE.
           COPY "REGMOV.cpy".
       FD  ESTOQUE-FILE.
           COPY "REGEST.cpy".
       FD  CCUSTO-FILE.
           COPY "REGCCU.cpy".
       FD  CONSUMO-FILE.
           COPY "REGCSM.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-APL       PIC X(02) VALUE SPACES.
       77  WS-STATUS-EST       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CCU       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CSM       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-TEM-CCUSTO       PIC X(01) VALUE "N".
           88 TEM-CCUSTO           VALUE "S".
       77  WS-QTDE-CCU         PIC 9(03) VALUE ZERO.
       77  WS-MAX-CCU          PIC 9(03) VALUE 200.
       77  WS-INDICE-CCU       PIC 9(03) VALUE ZERO.
       77  WS-ACHOU-CCU        PIC X(01) VALUE "N".
           88 ACHOU-CCU            VALUE "S".
       77  WS-CUSTO-ITEM       PIC 9(08)V99 VALUE ZEROS.
       77  WS-VALOR-SAIDA      PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-SAIDAS     PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-CONSUMO    PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-SEM-CUSTO  PIC 9(05) VALUE ZERO.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "RELREQ".
       01  LINHA-RATEIO        PIC X(100) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZZ9,99.
       01  WS-CUSTO-EDIT       PIC ZZZZZZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZZ9.99.
       01  WS-CUSTO-EDIT       PIC ZZZZZZZ9.99.
      >>END-IF
      * Consumo da competencia por centro de custo.
       01  TABELA-CONSUMO.
           03 TAB-CSM-ITEM OCCURS 200 TIMES.
               05 TAB-CSM-CCUSTO   PIC X(06).
               05 TAB-CSM-SAIDAS   PIC 9(05).
               05 TAB-CSM-VALOR    PIC 9(13)V99.
       01  WS-DATA-MOVIMENTO   PIC 9(08) VALUE ZEROS.
       01  WS-DATA-MOVIMENTO-R REDEFINES WS-DATA-MOVIMENTO.
           03 WS-MES-MOVIMENTO PIC 9(06).
           03 FILLER           PIC 9(02).
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-MES-CORRENTE  PIC 9(06).
           03 FILLER           PIC 9(02).
       01  WS-HORA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-HORA-ATUAL-R REDEFINES WS-HORA-ATUAL.
           03 WS-HHMMSS-ATUAL  PIC 9(06).
           03 FILLER           PIC 9(02).
      * O rateio roda na primeira noite do mes novo, sobre o mes que
      * acabou de terminar.
       01  WS-MES-FECHADO      PIC 9(06) VALUE ZEROS.
       01  WS-MES-FECHADO-R REDEFINES WS-MES-FECHADO.
           03 WS-FECHADO-ANO   PIC 9(04).
           03 WS-FECHADO-MM    PIC 9(02).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== RATEIO DO CONSUMO POR DEPARTAMENTO =====".
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME
           MOVE WS-MES-CORRENTE TO WS-MES-FECHADO
           IF WS-FECHADO-MM = 1
               MOVE 12 TO WS-FECHADO-MM
               SUBTRACT 1 FROM WS-FECHADO-ANO
           ELSE
               SUBTRACT 1 FROM WS-FECHADO-MM
           END-IF
           OPEN INPUT APLICADO-FILE
           IF WS-STATUS-APL = "35"
               DISPLAY "Nenhum movimento aplicado - nada a ratear"
               STOP RUN
           END-IF
           IF WS-STATUS-APL NOT = "00"
               MOVE "MOVAPLIC" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-APL TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "MOVAPLIC indisponivel - status " WS-STATUS-APL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ESTOQUE-FILE
           IF WS-STATUS-EST NOT = "00"
               MOVE "ESTOQUE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EST TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "ESTOQUE indisponivel - status " WS-STATUS-EST
               CLOSE APLICADO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * Sem o cadastro de centros o rateio sai assim mesmo, so sem a
      * descricao do departamento.
           MOVE "N" TO WS-TEM-CCUSTO
           OPEN INPUT CCUSTO-FILE
           IF WS-STATUS-CCU = "00"
               SET TEM-CCUSTO TO TRUE
           END-IF
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-RATEIO
           MOVE SPACES TO LINHA-RATEIO
           STRING "CONSUMO DE MATERIAL POR DEPARTAMENTO - COMPETENCIA "
               WS-MES-FECHADO
               DELIMITED BY SIZE INTO LINHA-RATEIO
           PERFORM GRAVAR-LINHA-RATEIO
           MOVE SPACES TO LINHA-RATEIO
           MOVE "REQUIS" TO LINHA-RATEIO (1:6)
           MOVE "DATA" TO LINHA-RATEIO (8:4)
           MOVE "CENTRO" TO LINHA-RATEIO (17:6)
           MOVE "ITEM" TO LINHA-RATEIO (24:4)
           MOVE "DESCRICAO" TO LINHA-RATEIO (29:9)
           MOVE "QTDE" TO LINHA-RATEIO (50:4)
           MOVE "CUSTO UNIT" TO LINHA-RATEIO (56:10)
           MOVE "VALOR" TO LINHA-RATEIO (78:5)
           PERFORM GRAVAR-LINHA-RATEIO
           MOVE ALL "-" TO LINHA-RATEIO
           PERFORM GRAVAR-LINHA-RATEIO
           MOVE ZERO TO WS-QTDE-CCU
           PERFORM LER-PROXIMO-APLICADO
           PERFORM RATEAR-MOVIMENTO UNTIL FIM-ARQUIVO
           PERFORM IMPRIMIR-RESUMO
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-RATEIO
           CLOSE APLICADO-FILE
           CLOSE ESTOQUE-FILE
           IF TEM-CCUSTO
               CLOSE CCUSTO-FILE
           END-IF
           IF WS-QTDE-CCU > ZERO
               PERFORM GRAVAR-CONSTOT
           END-IF
           DISPLAY "Saidas de requisicao: " WS-TOTAL-SAIDAS
               " em " WS-QTDE-CCU " centro(s) de custo no spool RELREQ"
           DISPLAY "===== FIM DO RATEIO DO CONSUMO =====".
           STOP RUN.

       GRAVAR-LINHA-RATEIO.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-RATEIO.

       LER-PROXIMO-APLICADO.
           READ APLICADO-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * Movimento gravado antes do centro de custo chega com a
      * requisicao em espacos - fica fora como qualquer saida avulsa.
       RATEAR-MOVIMENTO.
           MOVE MOV-DATA TO WS-DATA-MOVIMENTO
           IF MOV-SAIDA
                   AND WS-MES-MOVIMENTO = WS-MES-FECHADO
                   AND MOV-REQUISICAO IS NUMERIC
                   AND MOV-REQUISICAO NOT = ZEROS
               PERFORM VALORIZAR-SAIDA
               PERFORM SOMAR-CCUSTO-TABELA
               PERFORM IMPRIMIR-DETALHE
           END-IF
           PERFORM LER-PROXIMO-APLICADO.

       VALORIZAR-SAIDA.
           MOVE MOV-ITEM-CODIGO TO ITEM-CODIGO
           READ ESTOQUE-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-CUSTO-ITEM
                   MOVE SPACES TO ITEM-DESCRICAO
                   ADD 1 TO WS-TOTAL-SEM-CUSTO
               NOT INVALID KEY
                   MOVE CUSTO-UNITARIO TO WS-CUSTO-ITEM
           END-READ
           COMPUTE WS-VALOR-SAIDA ROUNDED =
               MOV-QUANTIDADE * WS-CUSTO-ITEM
           ADD 1 TO WS-TOTAL-SAIDAS
           ADD WS-VALOR-SAIDA TO WS-TOTAL-CONSUMO.

       SOMAR-CCUSTO-TABELA.
           MOVE "N" TO WS-ACHOU-CCU
           PERFORM COMPARAR-CCUSTO-TABELA
               VARYING WS-INDICE-CCU FROM 1 BY 1
               UNTIL WS-INDICE-CCU > WS-QTDE-CCU OR ACHOU-CCU
           IF NOT ACHOU-CCU AND WS-QTDE-CCU < WS-MAX-CCU
               ADD 1 TO WS-QTDE-CCU
               MOVE WS-QTDE-CCU TO WS-INDICE-CCU
               MOVE MOV-CCUSTO TO TAB-CSM-CCUSTO(WS-INDICE-CCU)
               MOVE ZEROS TO TAB-CSM-SAIDAS(WS-INDICE-CCU)
               MOVE ZEROS TO TAB-CSM-VALOR(WS-INDICE-CCU)
               SET ACHOU-CCU TO TRUE
           END-IF
           IF ACHOU-CCU
               ADD 1 TO TAB-CSM-SAIDAS(WS-INDICE-CCU)
               ADD WS-VALOR-SAIDA TO TAB-CSM-VALOR(WS-INDICE-CCU)
           END-IF.

       COMPARAR-CCUSTO-TABELA.
           IF TAB-CSM-CCUSTO(WS-INDICE-CCU) = MOV-CCUSTO
               SET ACHOU-CCU TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-CCU
           END-IF.

       IMPRIMIR-DETALHE.
           MOVE SPACES TO LINHA-RATEIO
           MOVE MOV-REQUISICAO TO LINHA-RATEIO (1:6)
           MOVE MOV-DATA TO LINHA-RATEIO (8:8)
           MOVE MOV-CCUSTO TO LINHA-RATEIO (17:6)
           MOVE MOV-ITEM-CODIGO TO LINHA-RATEIO (24:4)
           MOVE ITEM-DESCRICAO TO LINHA-RATEIO (29:20)
           MOVE MOV-QUANTIDADE TO LINHA-RATEIO (50:4)
           MOVE WS-CUSTO-ITEM TO WS-CUSTO-EDIT
           MOVE WS-CUSTO-EDIT TO LINHA-RATEIO (55:11)
           MOVE WS-VALOR-SAIDA TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-RATEIO (68:15)
           PERFORM GRAVAR-LINHA-RATEIO.

       IMPRIMIR-RESUMO.
           MOVE ALL "=" TO LINHA-RATEIO
           PERFORM GRAVAR-LINHA-RATEIO
           MOVE SPACES TO LINHA-RATEIO
           MOVE "RESUMO POR DEPARTAMENTO" TO LINHA-RATEIO
           PERFORM GRAVAR-LINHA-RATEIO
           MOVE SPACES TO LINHA-RATEIO
           MOVE "CENTRO" TO LINHA-RATEIO (1:6)
           MOVE "DEPARTAMENTO" TO LINHA-RATEIO (8:12)
           MOVE "SAIDAS" TO LINHA-RATEIO (40:6)
           MOVE "VALOR" TO LINHA-RATEIO (78:5)
           PERFORM GRAVAR-LINHA-RATEIO
           PERFORM IMPRIMIR-LINHA-CCUSTO
               VARYING WS-INDICE-CCU FROM 1 BY 1
               UNTIL WS-INDICE-CCU > WS-QTDE-CCU
           MOVE ALL "-" TO LINHA-RATEIO
           PERFORM GRAVAR-LINHA-RATEIO
           MOVE SPACES TO LINHA-RATEIO
           MOVE "TOTAL DO CONSUMO" TO LINHA-RATEIO (1:16)
           MOVE WS-TOTAL-SAIDAS TO LINHA-RATEIO (40:5)
           MOVE WS-TOTAL-CONSUMO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-RATEIO (68:15)
           PERFORM GRAVAR-LINHA-RATEIO
           IF WS-TOTAL-SEM-CUSTO > ZERO
               MOVE SPACES TO LINHA-RATEIO
               STRING "SAIDAS DE ITEM FORA DO ESTOQUE (VALOR ZERO): "
                   WS-TOTAL-SEM-CUSTO
                   DELIMITED BY SIZE INTO LINHA-RATEIO
               PERFORM GRAVAR-LINHA-RATEIO
           END-IF.

       IMPRIMIR-LINHA-CCUSTO.
           MOVE SPACES TO LINHA-RATEIO
           MOVE TAB-CSM-CCUSTO(WS-INDICE-CCU) TO LINHA-RATEIO (1:6)
           IF TEM-CCUSTO
               MOVE TAB-CSM-CCUSTO(WS-INDICE-CCU) TO CCU-CODIGO
               READ CCUSTO-FILE
                   INVALID KEY
                       MOVE "CENTRO NAO CADASTRADO"
                           TO LINHA-RATEIO (8:21)
                   NOT INVALID KEY
                       MOVE CCU-DESCRICAO TO LINHA-RATEIO (8:30)
               END-READ
           END-IF
           MOVE TAB-CSM-SAIDAS(WS-INDICE-CCU) TO LINHA-RATEIO (40:5)
           MOVE TAB-CSM-VALOR(WS-INDICE-CCU) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-RATEIO (68:15)
           PERFORM GRAVAR-LINHA-RATEIO.

      * Um bloco por apuracao, todas as linhas com a mesma data e
      * hora - a exportacao contabil le o ultimo bloco da
      * competencia.
       GRAVAR-CONSTOT.
           OPEN EXTEND CONSUMO-FILE
           IF WS-STATUS-CSM NOT = "00"
               OPEN OUTPUT CONSUMO-FILE
           END-IF
           IF WS-STATUS-CSM NOT = "00"
               MOVE "CONSTOT" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-CSM TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Falha ao gravar o CONSTOT - status "
                   WS-STATUS-CSM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM GRAVAR-LINHA-CONSTOT
                   VARYING WS-INDICE-CCU FROM 1 BY 1
                   UNTIL WS-INDICE-CCU > WS-QTDE-CCU
               CLOSE CONSUMO-FILE
           END-IF.

       GRAVAR-LINHA-CONSTOT.
           MOVE WS-MES-FECHADO TO CSM-COMPETENCIA
           MOVE WS-DATA-ATUAL TO CSM-DATA-APURACAO
           MOVE WS-HHMMSS-ATUAL TO CSM-HORA-APURACAO
           MOVE TAB-CSM-CCUSTO(WS-INDICE-CCU) TO CSM-CCUSTO
           MOVE TAB-CSM-SAIDAS(WS-INDICE-CCU) TO CSM-QTDE-SAIDAS
           MOVE TAB-CSM-VALOR(WS-INDICE-CCU) TO CSM-VALOR
           WRITE REGISTRO-CONSUMO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELREQ" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELREQ.
