      ******************************************************************
      * Author:
      * Date:
      * Purpose: Curva ABC e analise de estoque parado - soma as
      *          saidas postadas no MOVAPLIC nos ultimos 12 meses por
      *          item, valoriza pelo CUSTO-UNITARIO e ordena os itens
      *          do maior para o menor valor consumido: classe A ate
      *          o acumulado de 80% do total, B ate 95%, C o resto
      *          (limites nos parametros ABCLIMA e ABCLIMB). A classe,
      *          o valor e a data da analise ficam gravados no proprio
      *          item (REGEST.cpy). Na mesma execucao lista os itens
      *          com saldo e sem saida ha 90, 180 ou 360 dias, com a
      *          quantidade e o valor parados, para compras deixar de
      *          repor item morto e a contabilidade baixar o obsoleto.
      *          Baixa de vencido (BAIXAVENC) nao conta como consumo.
      *          Sai pelo spool de relatorios (SPOOLREP,
      *          SPL.CURVAABC). Rotina mensal de FECHMES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURVAABC.
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
           SELECT CLASSIFICACAO-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  APLICADO-FILE.
           COPY "REGMOV.cpy".
       FD  ESTOQUE-FILE.
           COPY "REGEST.cpy".
       SD  CLASSIFICACAO-FILE.
       01  REGISTRO-CLASSIFICACAO.
           03 CLS-VALOR            PIC 9(11)V99.
           03 CLS-ITEM-CODIGO      PIC 9(04).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-APL       PIC X(02) VALUE SPACES.
       77  WS-STATUS-EST       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-FIM-CLASSIFICACAO PIC X(01) VALUE "N".
           88 FIM-CLASSIFICACAO    VALUE "S".
       77  WS-PARAM-CODIGO     PIC X(08) VALUE SPACES.
       77  WS-PARAM-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77  WS-PARAM-RESULTADO  PIC X(01) VALUE "N".
       77  WS-LIMITE-A         PIC 9(03)V99 VALUE 80.
       77  WS-LIMITE-B         PIC 9(03)V99 VALUE 95.
       77  WS-CLASSE           PIC X(01) VALUE SPACE.
       77  WS-VALOR-CONSUMO    PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-CONSUMO    PIC 9(13)V99 VALUE ZEROS.
       77  WS-ACUMULADO        PIC 9(13)V99 VALUE ZEROS.
       77  WS-PERC-ANTERIOR    PIC 9(03)V99 VALUE ZEROS.
       77  WS-PERC-ACUMULADO   PIC 9(03)V99 VALUE ZEROS.
       77  WS-QTDE-A           PIC 9(05) VALUE ZERO.
       77  WS-QTDE-B           PIC 9(05) VALUE ZERO.
       77  WS-QTDE-C           PIC 9(05) VALUE ZERO.
       77  WS-VALOR-A          PIC 9(13)V99 VALUE ZEROS.
       77  WS-VALOR-B          PIC 9(13)V99 VALUE ZEROS.
       77  WS-VALOR-C          PIC 9(13)V99 VALUE ZEROS.
       77  WS-DIAS-PARADO      PIC 9(06) VALUE ZERO.
       77  WS-FAIXA            PIC 9(03) VALUE ZERO.
       77  WS-VALOR-PARADO     PIC 9(12)V99 VALUE ZEROS.
       77  WS-QTDE-090         PIC 9(05) VALUE ZERO.
       77  WS-QTDE-180         PIC 9(05) VALUE ZERO.
       77  WS-QTDE-360         PIC 9(05) VALUE ZERO.
       77  WS-PARADO-090       PIC 9(13)V99 VALUE ZEROS.
       77  WS-PARADO-180       PIC 9(13)V99 VALUE ZEROS.
       77  WS-PARADO-360       PIC 9(13)V99 VALUE ZEROS.
       77  WS-DIA-HOJE         PIC 9(07) VALUE ZERO.
       77  WS-DIA-SAIDA        PIC 9(07) VALUE ZERO.
       77  WS-LIMITE-A-EDIT    PIC ZZ9.
       77  WS-LIMITE-B-EDIT    PIC ZZ9.
       77  WS-SALDO-EDIT       PIC ZZZ9.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "CURVAABC".
       01  LINHA-ABC           PIC X(100) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZZ9,99.
       01  WS-PERC-EDIT        PIC ZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZZ9.99.
       01  WS-PERC-EDIT        PIC ZZ9.99.
      >>END-IF
      * Consumo dos 12 meses e ultima saida de cada item, indexados
      * pelo proprio ITEM-CODIGO.
       01  TABELA-CONSUMO-ITEM.
           03 TAB-ITEM OCCURS 9999 TIMES.
               05 TAB-QTDE-12M     PIC 9(07).
               05 TAB-ULTIMA-SAIDA PIC 9(08).
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
       01  WS-DATA-SAIDA       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-SAIDA-R REDEFINES WS-DATA-SAIDA.
           03 WS-SAIDA-ANO     PIC 9(04).
           03 WS-SAIDA-MES     PIC 9(02).
           03 WS-SAIDA-DIA     PIC 9(02).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CURVA ABC E ESTOQUE PARADO =====".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-CORTE
           SUBTRACT 1 FROM WS-CORTE-ANO
           PERFORM LER-PARAMETROS
           OPEN I-O ESTOQUE-FILE
           IF WS-STATUS-EST = "35"
               DISPLAY "Nenhum item no estoque - nada a classificar"
               STOP RUN
           END-IF
           IF WS-STATUS-EST NOT = "00"
               MOVE "ESTOQUE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EST TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "ESTOQUE indisponivel - status " WS-STATUS-EST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGAR-CONSUMO
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-ABC
           PERFORM CLASSIFICAR-ITENS
           PERFORM LISTAR-ESTOQUE-PARADO
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-ABC
           CLOSE ESTOQUE-FILE
           DISPLAY "Classe A: " WS-QTDE-A "  B: " WS-QTDE-B
               "  C: " WS-QTDE-C " item(ns)"
           DISPLAY "Itens parados 90/180/360 dias: " WS-QTDE-090 "/"
               WS-QTDE-180 "/" WS-QTDE-360 " no spool CURVAABC"
           DISPLAY "===== FIM DA CURVA ABC =====".
           STOP RUN.

       LER-PARAMETROS.
           MOVE "ABCLIMA" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S" AND WS-PARAM-VALOR > ZERO
               MOVE WS-PARAM-VALOR TO WS-LIMITE-A
           END-IF
           MOVE "ABCLIMB" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S" AND WS-PARAM-VALOR > ZERO
               MOVE WS-PARAM-VALOR TO WS-LIMITE-B
           END-IF.

      * Uma passada no MOVAPLIC: a ultima saida de cada item (para o
      * estoque parado) e a quantidade que saiu dentro da janela de
      * 12 meses (para a curva).
       CARREGAR-CONSUMO.
           INITIALIZE TABELA-CONSUMO-ITEM
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT APLICADO-FILE
           IF WS-STATUS-APL NOT = "00"
               MOVE "MOVAPLIC" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-APL TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "MOVAPLIC indisponivel - status " WS-STATUS-APL
                   " (todos os itens sem consumo)"
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM LER-PROXIMO-APLICADO
           END-IF
           PERFORM ACUMULAR-SAIDA UNTIL FIM-ARQUIVO
           IF WS-STATUS-APL = "00" OR WS-STATUS-APL = "10"
               CLOSE APLICADO-FILE
           END-IF.

       LER-PROXIMO-APLICADO.
           READ APLICADO-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       ACUMULAR-SAIDA.
           IF MOV-SAIDA AND MOV-ITEM-CODIGO > ZERO
                   AND MOV-OPERADOR NOT = "BAIXAVEN"
               IF MOV-DATA > TAB-ULTIMA-SAIDA(MOV-ITEM-CODIGO)
                   MOVE MOV-DATA TO TAB-ULTIMA-SAIDA(MOV-ITEM-CODIGO)
               END-IF
               IF MOV-DATA > WS-DATA-CORTE
                   ADD MOV-QUANTIDADE TO TAB-QTDE-12M(MOV-ITEM-CODIGO)
               END-IF
           END-IF
           PERFORM LER-PROXIMO-APLICADO.

      * Os itens saem do SORT do maior para o menor valor consumido;
      * o total e somado na entrada, antes da primeira classificacao.
      * A classe segue o acumulado ANTES do item - o primeiro item e
      * sempre A, mesmo que sozinho passe do limite.
       CLASSIFICAR-ITENS.
           MOVE WS-LIMITE-A TO WS-LIMITE-A-EDIT
           MOVE WS-LIMITE-B TO WS-LIMITE-B-EDIT
           MOVE SPACES TO LINHA-ABC
           STRING "CURVA ABC - CONSUMO DE " WS-DATA-CORTE " A "
               WS-DATA-HOJE " (A ATE " WS-LIMITE-A-EDIT "%, B ATE "
               WS-LIMITE-B-EDIT "%)"
               DELIMITED BY SIZE INTO LINHA-ABC
           PERFORM GRAVAR-LINHA-ABC
           MOVE SPACES TO LINHA-ABC
           MOVE "ITEM" TO LINHA-ABC (1:4)
           MOVE "DESCRICAO" TO LINHA-ABC (6:9)
           MOVE "QTDE 12M" TO LINHA-ABC (27:8)
           MOVE "VALOR CONSUMIDO" TO LINHA-ABC (41:15)
           MOVE "% ACUM" TO LINHA-ABC (59:6)
           MOVE "CLASSE" TO LINHA-ABC (67:6)
           PERFORM GRAVAR-LINHA-ABC
           MOVE ALL "-" TO LINHA-ABC
           PERFORM GRAVAR-LINHA-ABC
           SORT CLASSIFICACAO-FILE
               ON DESCENDING KEY CLS-VALOR
               ON ASCENDING KEY CLS-ITEM-CODIGO
               INPUT PROCEDURE IS SELECIONAR-ITENS
               OUTPUT PROCEDURE IS GRAVAR-CLASSES
           MOVE ALL "=" TO LINHA-ABC
           PERFORM GRAVAR-LINHA-ABC
           MOVE SPACES TO LINHA-ABC
           MOVE WS-VALOR-A TO WS-VALOR-EDIT
           STRING "CLASSE A: " WS-QTDE-A " ITENS  " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-ABC
           PERFORM GRAVAR-LINHA-ABC
           MOVE SPACES TO LINHA-ABC
           MOVE WS-VALOR-B TO WS-VALOR-EDIT
           STRING "CLASSE B: " WS-QTDE-B " ITENS  " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-ABC
           PERFORM GRAVAR-LINHA-ABC
           MOVE SPACES TO LINHA-ABC
           MOVE WS-VALOR-C TO WS-VALOR-EDIT
           STRING "CLASSE C: " WS-QTDE-C " ITENS  " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-ABC
           PERFORM GRAVAR-LINHA-ABC
           MOVE SPACES TO LINHA-ABC
           MOVE WS-TOTAL-CONSUMO TO WS-VALOR-EDIT
           STRING "TOTAL CONSUMIDO:         " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-ABC
           PERFORM GRAVAR-LINHA-ABC.

       SELECIONAR-ITENS.
           MOVE ZEROS TO WS-TOTAL-CONSUMO
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO ITEM-CODIGO
           START ESTOQUE-FILE KEY NOT < ITEM-CODIGO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-ITEM
           END-IF
           PERFORM LIBERAR-ITEM UNTIL FIM-ARQUIVO.

       LER-PROXIMO-ITEM.
           READ ESTOQUE-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       LIBERAR-ITEM.
           IF ITEM-CODIGO > ZERO
               COMPUTE CLS-VALOR ROUNDED =
                   TAB-QTDE-12M(ITEM-CODIGO) * CUSTO-UNITARIO
               MOVE ITEM-CODIGO TO CLS-ITEM-CODIGO
               ADD CLS-VALOR TO WS-TOTAL-CONSUMO
               RELEASE REGISTRO-CLASSIFICACAO
           END-IF
           PERFORM LER-PROXIMO-ITEM.

       GRAVAR-CLASSES.
           MOVE ZEROS TO WS-ACUMULADO
           MOVE "N" TO WS-FIM-CLASSIFICACAO
           PERFORM DEVOLVER-CLASSIFICADO
           PERFORM CLASSIFICAR-UM-ITEM UNTIL FIM-CLASSIFICACAO.

       DEVOLVER-CLASSIFICADO.
           RETURN CLASSIFICACAO-FILE
               AT END SET FIM-CLASSIFICACAO TO TRUE
           END-RETURN.

      * Item sem consumo na janela e sempre C.
       CLASSIFICAR-UM-ITEM.
           MOVE CLS-VALOR TO WS-VALOR-CONSUMO
           IF WS-TOTAL-CONSUMO > ZERO
               COMPUTE WS-PERC-ANTERIOR ROUNDED =
                   WS-ACUMULADO * 100 / WS-TOTAL-CONSUMO
               ADD WS-VALOR-CONSUMO TO WS-ACUMULADO
               COMPUTE WS-PERC-ACUMULADO ROUNDED =
                   WS-ACUMULADO * 100 / WS-TOTAL-CONSUMO
           ELSE
               MOVE ZEROS TO WS-PERC-ANTERIOR
               MOVE ZEROS TO WS-PERC-ACUMULADO
           END-IF
           EVALUATE TRUE
               WHEN WS-VALOR-CONSUMO = ZERO
                   MOVE "C" TO WS-CLASSE
                   ADD 1 TO WS-QTDE-C
               WHEN WS-PERC-ANTERIOR < WS-LIMITE-A
                   MOVE "A" TO WS-CLASSE
                   ADD 1 TO WS-QTDE-A
                   ADD WS-VALOR-CONSUMO TO WS-VALOR-A
               WHEN WS-PERC-ANTERIOR < WS-LIMITE-B
                   MOVE "B" TO WS-CLASSE
                   ADD 1 TO WS-QTDE-B
                   ADD WS-VALOR-CONSUMO TO WS-VALOR-B
               WHEN OTHER
                   MOVE "C" TO WS-CLASSE
                   ADD 1 TO WS-QTDE-C
                   ADD WS-VALOR-CONSUMO TO WS-VALOR-C
           END-EVALUATE
           MOVE CLS-ITEM-CODIGO TO ITEM-CODIGO
           READ ESTOQUE-FILE
               INVALID KEY
                   DISPLAY "Item " CLS-ITEM-CODIGO " sumiu do estoque "
                       "durante a analise"
               NOT INVALID KEY
                   MOVE WS-CLASSE TO ITEM-CLASSE-ABC
                   MOVE WS-VALOR-CONSUMO TO ITEM-CONSUMO-12M
                   MOVE WS-DATA-HOJE TO ITEM-DATA-CLASSE
                   REWRITE REGISTRO-ESTOQUE
                       INVALID KEY
                           MOVE "ESTOQUE" TO ERR-ARQUIVO
                           MOVE "REWRITE" TO ERR-OPERACAO
                           MOVE WS-STATUS-EST TO ERR-STATUS
                           MOVE ITEM-CODIGO TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao gravar a classe do item "
                               ITEM-CODIGO
                   END-REWRITE
                   PERFORM IMPRIMIR-LINHA-CLASSE
           END-READ
           PERFORM DEVOLVER-CLASSIFICADO.

       IMPRIMIR-LINHA-CLASSE.
           MOVE SPACES TO LINHA-ABC
           MOVE ITEM-CODIGO TO LINHA-ABC (1:4)
           MOVE ITEM-DESCRICAO TO LINHA-ABC (6:20)
           MOVE TAB-QTDE-12M(ITEM-CODIGO) TO LINHA-ABC (28:7)
           MOVE WS-VALOR-CONSUMO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-ABC (41:15)
           MOVE WS-PERC-ACUMULADO TO WS-PERC-EDIT
           MOVE WS-PERC-EDIT TO LINHA-ABC (59:6)
           MOVE WS-CLASSE TO LINHA-ABC (69:1)
           PERFORM GRAVAR-LINHA-ABC.

      * Parado = item com saldo cuja ultima saida (ou nenhuma, no
      * historico do MOVAPLIC) passou de 90 dias. A conta de dias e a
      * do ano comercial (360 dias, meses de 30), a mesma das faixas.
       LISTAR-ESTOQUE-PARADO.
           COMPUTE WS-DIA-HOJE = WS-HOJE-ANO * 360
               + WS-HOJE-MES * 30 + WS-HOJE-DIA
           MOVE SPACES TO LINHA-ABC
           PERFORM GRAVAR-LINHA-ABC
           MOVE "ITENS SEM SAIDA HA 90/180/360 DIAS" TO LINHA-ABC
           PERFORM GRAVAR-LINHA-ABC
           MOVE SPACES TO LINHA-ABC
           MOVE "ITEM" TO LINHA-ABC (1:4)
           MOVE "DESCRICAO" TO LINHA-ABC (6:9)
           MOVE "ABC" TO LINHA-ABC (27:3)
           MOVE "SALDO" TO LINHA-ABC (32:5)
           MOVE "VALOR PARADO" TO LINHA-ABC (44:12)
           MOVE "ULT SAIDA" TO LINHA-ABC (58:9)
           MOVE "FAIXA" TO LINHA-ABC (69:5)
           PERFORM GRAVAR-LINHA-ABC
           MOVE ALL "-" TO LINHA-ABC
           PERFORM GRAVAR-LINHA-ABC
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO ITEM-CODIGO
           START ESTOQUE-FILE KEY NOT < ITEM-CODIGO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-ITEM
           END-IF
           PERFORM VERIFICAR-ITEM-PARADO UNTIL FIM-ARQUIVO
           MOVE ALL "=" TO LINHA-ABC
           PERFORM GRAVAR-LINHA-ABC
           MOVE SPACES TO LINHA-ABC
           MOVE WS-PARADO-090 TO WS-VALOR-EDIT
           STRING "90 A 179 DIAS:  " WS-QTDE-090 " ITENS  "
               WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-ABC
           PERFORM GRAVAR-LINHA-ABC
           MOVE SPACES TO LINHA-ABC
           MOVE WS-PARADO-180 TO WS-VALOR-EDIT
           STRING "180 A 359 DIAS: " WS-QTDE-180 " ITENS  "
               WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-ABC
           PERFORM GRAVAR-LINHA-ABC
           MOVE SPACES TO LINHA-ABC
           MOVE WS-PARADO-360 TO WS-VALOR-EDIT
           STRING "360 DIAS OU MAIS:" WS-QTDE-360 " ITENS  "
               WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-ABC
           PERFORM GRAVAR-LINHA-ABC.

       VERIFICAR-ITEM-PARADO.
           IF ITEM-CODIGO > ZERO AND QUANTIDADE-ATUAL > ZERO
               MOVE TAB-ULTIMA-SAIDA(ITEM-CODIGO) TO WS-DATA-SAIDA
               IF WS-DATA-SAIDA = ZEROS
                   MOVE 999 TO WS-DIAS-PARADO
               ELSE
                   COMPUTE WS-DIA-SAIDA = WS-SAIDA-ANO * 360
                       + WS-SAIDA-MES * 30 + WS-SAIDA-DIA
                   COMPUTE WS-DIAS-PARADO = WS-DIA-HOJE - WS-DIA-SAIDA
               END-IF
               EVALUATE TRUE
                   WHEN WS-DIAS-PARADO NOT < 360
                       MOVE 360 TO WS-FAIXA
                   WHEN WS-DIAS-PARADO NOT < 180
                       MOVE 180 TO WS-FAIXA
                   WHEN WS-DIAS-PARADO NOT < 90
                       MOVE 90 TO WS-FAIXA
                   WHEN OTHER
                       MOVE ZERO TO WS-FAIXA
               END-EVALUATE
               IF WS-FAIXA > ZERO
                   PERFORM IMPRIMIR-ITEM-PARADO
               END-IF
           END-IF
           PERFORM LER-PROXIMO-ITEM.

       IMPRIMIR-ITEM-PARADO.
           COMPUTE WS-VALOR-PARADO ROUNDED =
               QUANTIDADE-ATUAL * CUSTO-UNITARIO
           EVALUATE WS-FAIXA
               WHEN 360
                   ADD 1 TO WS-QTDE-360
                   ADD WS-VALOR-PARADO TO WS-PARADO-360
               WHEN 180
                   ADD 1 TO WS-QTDE-180
                   ADD WS-VALOR-PARADO TO WS-PARADO-180
               WHEN OTHER
                   ADD 1 TO WS-QTDE-090
                   ADD WS-VALOR-PARADO TO WS-PARADO-090
           END-EVALUATE
           MOVE SPACES TO LINHA-ABC
           MOVE ITEM-CODIGO TO LINHA-ABC (1:4)
           MOVE ITEM-DESCRICAO TO LINHA-ABC (6:20)
           MOVE ITEM-CLASSE-ABC TO LINHA-ABC (28:1)
           MOVE QUANTIDADE-ATUAL TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO LINHA-ABC (32:4)
           MOVE WS-VALOR-PARADO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-ABC (41:15)
           IF WS-DATA-SAIDA = ZEROS
               MOVE "NENHUMA" TO LINHA-ABC (58:7)
           ELSE
               MOVE WS-DATA-SAIDA TO LINHA-ABC (58:8)
           END-IF
           MOVE WS-FAIXA TO LINHA-ABC (70:3)
           PERFORM GRAVAR-LINHA-ABC.

       GRAVAR-LINHA-ABC.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-ABC.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CURVAABC" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CURVAABC.
