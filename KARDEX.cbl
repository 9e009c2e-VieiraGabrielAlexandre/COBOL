      *          Na tela para um item, ou pelo spool (SPOOLREP,
      *          SPL.KARDEX) para todos os itens do ESTOQUE, sempre
      *          filtrando o periodo pedido na exibicao. O MOVAPLIC
      *          deixa de ser write-only. Pode ser tirado para um
      *          almoxarifado so (saldo corrente do local, so as linhas
      *          que o tocam, conferencia contra o saldo do local no
      *          SALDOALM) ou para todos (saldo total do item, contra a
      *          QUANTIDADE-ATUAL); a transferencia aparece com origem e
      *          destino e so mexe no saldo dos dois locais; a
      *          devolucao ao fornecedor (INSPREC) aparece na linha do
      *          local da quarentena sem mexer em saldo nenhum.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 PARA-SPOOL           VALUE "S".
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "KARDEX".
       77  WS-ALMOX-CENTRAL    PIC 9(02) VALUE 01.
       77  WS-LOCAL-FILTRO     PIC 9(02) VALUE ZEROS.
       77  WS-LOCAL-ORIGEM     PIC 9(02) VALUE ZEROS.
       77  WS-LOCAL-DESTINO    PIC 9(02) VALUE ZEROS.
       77  WS-INDICE-LOCAL     PIC 9(03) VALUE ZERO.
       77  WS-SALDO-EXIBIDO    PIC S9(06) VALUE ZERO.
       77  WS-SALDO-CONFERIR   PIC S9(06) VALUE ZERO.
       77  WS-MOVIDO           PIC S9(06) VALUE ZERO.
       77  WS-TOCA-LOCAL       PIC X(01) VALUE "N".
           88 TOCA-LOCAL           VALUE "S".
       77  WS-SAL-ACAO         PIC X(01) VALUE SPACE.
       77  WS-SAL-ITEM         PIC 9(04) VALUE ZEROS.
       77  WS-SAL-LOCAL        PIC 9(02) VALUE ZEROS.
       77  WS-SAL-QUANTIDADE   PIC S9(05) VALUE ZERO.
       77  WS-SAL-RESULTADO    PIC X(01) VALUE SPACE.
      * Saldo corrente do item em cada almoxarifado, indexado pelo
      * proprio codigo do local.
       01  TABELA-SALDO-LOCAL.
           03 TAB-SALDO-LOCAL  PIC S9(06) OCCURS 99 TIMES.
       01  LINHA-KARDEX        PIC X(100) VALUE SPACES.
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
           IF WS-DATA-FIM = ZEROS
               MOVE 99999999 TO WS-DATA-FIM
           END-IF
           DISPLAY "Almoxarifado (0 = todos): " WITH NO ADVANCING.
           ACCEPT WS-LOCAL-FILTRO.
           OPEN INPUT ESTOQUE-FILE
           IF WS-STATUS-EST NOT = "00"
               MOVE "ESTOQUE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EST TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de estoque indisponivel - status "
                   WS-STATUS-EST
               MOVE 8 TO RETURN-CODE
       EXTRATAR-ITEM.
           MOVE ZERO TO WS-SALDO-CORRENTE
           MOVE ZERO TO WS-LINHAS-PERIODO
           PERFORM ZERAR-SALDO-LOCAL
               VARYING WS-INDICE-LOCAL FROM 1 BY 1
               UNTIL WS-INDICE-LOCAL > 99
           MOVE SPACES TO LINHA-KARDEX
           IF WS-LOCAL-FILTRO = ZERO
               STRING "KARDEX DO ITEM " WS-ITEM-ALVO " - "
                   ITEM-DESCRICAO " - TODOS OS ALMOXARIFADOS"
                   DELIMITED BY SIZE INTO LINHA-KARDEX
           ELSE
               STRING "KARDEX DO ITEM " WS-ITEM-ALVO " - "
                   ITEM-DESCRICAO " - ALMOXARIFADO " WS-LOCAL-FILTRO
                   DELIMITED BY SIZE INTO LINHA-KARDEX
           END-IF
           PERFORM EMITIR-LINHA-KARDEX
           MOVE "DATA       HORA   TIPO QTDE  OPERADOR  SALDO   LC DS"
               TO LINHA-KARDEX
           PERFORM EMITIR-LINHA-KARDEX
           MOVE "N" TO WS-FIM-ARQUIVO
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       ZERAR-SALDO-LOCAL.
           MOVE ZERO TO TAB-SALDO-LOCAL(WS-INDICE-LOCAL).

      * Movimento anterior aos almoxarifados (sem MOV-LOCAL) conta
      * como do central. O saldo total anda pelo que de fato mexeu em
      * cada local - a transferencia nao muda o total.
       REAPLICAR-MOVIMENTO.
           IF MOV-ITEM-CODIGO = WS-ITEM-ALVO
               PERFORM NORMALIZAR-LOCAIS
               EVALUATE TRUE
                   WHEN MOV-ENTRADA
                       ADD MOV-QUANTIDADE
                           TO TAB-SALDO-LOCAL(WS-LOCAL-ORIGEM)
                       ADD MOV-QUANTIDADE TO WS-SALDO-CORRENTE
                   WHEN MOV-SAIDA
                       PERFORM DEBITAR-ORIGEM
                       SUBTRACT WS-MOVIDO FROM WS-SALDO-CORRENTE
                   WHEN MOV-AJUSTE
                       COMPUTE WS-SALDO-CORRENTE = WS-SALDO-CORRENTE
                           - TAB-SALDO-LOCAL(WS-LOCAL-ORIGEM)
                           + MOV-QUANTIDADE
                       MOVE MOV-QUANTIDADE
                           TO TAB-SALDO-LOCAL(WS-LOCAL-ORIGEM)
                   WHEN MOV-TRANSFERENCIA
                       PERFORM DEBITAR-ORIGEM
                       ADD WS-MOVIDO
                           TO TAB-SALDO-LOCAL(WS-LOCAL-DESTINO)
      * O rejeitado na inspecao nunca entrou no saldo - a linha so
      * registra a saida para o fornecedor.
                   WHEN MOV-DEVOLUCAO
                       CONTINUE
               END-EVALUATE
               MOVE "S" TO WS-TOCA-LOCAL
               MOVE WS-SALDO-CORRENTE TO WS-SALDO-EXIBIDO
               IF WS-LOCAL-FILTRO NOT = ZERO
                   MOVE TAB-SALDO-LOCAL(WS-LOCAL-FILTRO)
                       TO WS-SALDO-EXIBIDO
                   IF WS-LOCAL-ORIGEM NOT = WS-LOCAL-FILTRO
                       AND (NOT MOV-TRANSFERENCIA
                           OR WS-LOCAL-DESTINO NOT = WS-LOCAL-FILTRO)
                       MOVE "N" TO WS-TOCA-LOCAL
                   END-IF
               END-IF
               IF MOV-DATA >= WS-DATA-INICIO
                       AND MOV-DATA <= WS-DATA-FIM
                       AND TOCA-LOCAL
                   PERFORM EMITIR-LINHA-MOVIMENTO
               END-IF
           END-IF
           PERFORM LER-PROXIMO-APLICADO.

       NORMALIZAR-LOCAIS.
           IF MOV-LOCAL IS NUMERIC AND MOV-LOCAL NOT = ZERO
               MOVE MOV-LOCAL TO WS-LOCAL-ORIGEM
           ELSE
               MOVE WS-ALMOX-CENTRAL TO WS-LOCAL-ORIGEM
           END-IF
           IF MOV-LOCAL-DESTINO IS NUMERIC
                   AND MOV-LOCAL-DESTINO NOT = ZERO
               MOVE MOV-LOCAL-DESTINO TO WS-LOCAL-DESTINO
           ELSE
               MOVE WS-ALMOX-CENTRAL TO WS-LOCAL-DESTINO
           END-IF.

      * Saida nunca deixa o local negativo, como no posting; WS-MOVIDO
      * fica com o que de fato saiu.
       DEBITAR-ORIGEM.
           IF MOV-QUANTIDADE > TAB-SALDO-LOCAL(WS-LOCAL-ORIGEM)
               MOVE TAB-SALDO-LOCAL(WS-LOCAL-ORIGEM) TO WS-MOVIDO
               IF WS-MOVIDO < ZERO
                   MOVE ZERO TO WS-MOVIDO
               END-IF
           ELSE
               MOVE MOV-QUANTIDADE TO WS-MOVIDO
           END-IF
           SUBTRACT WS-MOVIDO FROM TAB-SALDO-LOCAL(WS-LOCAL-ORIGEM).

       EMITIR-LINHA-MOVIMENTO.
           ADD 1 TO WS-LINHAS-PERIODO
           MOVE SPACES TO LINHA-KARDEX
           IF MOV-TRANSFERENCIA
               STRING MOV-DATA "   " MOV-HORA "  " MOV-TIPO
                   "   " MOV-QUANTIDADE "  " MOV-OPERADOR "  "
                   WS-SALDO-EXIBIDO "  " WS-LOCAL-ORIGEM " "
                   WS-LOCAL-DESTINO
                   DELIMITED BY SIZE INTO LINHA-KARDEX
           ELSE
               STRING MOV-DATA "   " MOV-HORA "  " MOV-TIPO
                   "   " MOV-QUANTIDADE "  " MOV-OPERADOR "  "
                   WS-SALDO-EXIBIDO "  " WS-LOCAL-ORIGEM
                   DELIMITED BY SIZE INTO LINHA-KARDEX
           END-IF
           PERFORM EMITIR-LINHA-KARDEX.

      * Diferenca = o que existe no saldo e o rastro nao explica:
      * movimento anterior ao MOVAPLIC, credito de recebimento (que
      * nao passa por movimento) ou edicao fora do sistema.
       CONFERIR-SALDO-ATUAL.
           IF WS-LOCAL-FILTRO = ZERO
               MOVE QUANTIDADE-ATUAL TO WS-SALDO-CONFERIR
               MOVE WS-SALDO-CORRENTE TO WS-SALDO-EXIBIDO
           ELSE
               MOVE "C" TO WS-SAL-ACAO
               MOVE WS-ITEM-ALVO TO WS-SAL-ITEM
               MOVE WS-LOCAL-FILTRO TO WS-SAL-LOCAL
               CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
                   WS-SAL-LOCAL, WS-SAL-QUANTIDADE, WS-SAL-RESULTADO
               MOVE WS-SAL-QUANTIDADE TO WS-SALDO-CONFERIR
               MOVE TAB-SALDO-LOCAL(WS-LOCAL-FILTRO)
                   TO WS-SALDO-EXIBIDO
           END-IF
           COMPUTE WS-DIFERENCA =
               WS-SALDO-CONFERIR - WS-SALDO-EXIBIDO
           MOVE SPACES TO LINHA-KARDEX
           STRING "SALDO PELO RASTRO: " WS-SALDO-EXIBIDO
               "  SALDO ATUAL: " WS-SALDO-CONFERIR
               DELIMITED BY SIZE INTO LINHA-KARDEX
           PERFORM EMITIR-LINHA-KARDEX
           IF WS-DIFERENCA NOT = ZERO
               DISPLAY LINHA-KARDEX
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "KARDEX" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM KARDEX.
