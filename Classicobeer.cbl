       77  WS-RESTO-400            PIC 9(04) VALUE ZERO.
       77  WS-ANO-BISSEXTO         PIC X(01) VALUE "N".
           88 ANO-BISSEXTO             VALUE "S".
       77  WS-QTDE-PARTIDA         PIC S9(04) VALUE ZERO.
       77  WS-QTDE-CONSUMIDA       PIC S9(05) VALUE ZERO.
       77  WS-ALMOX-CENTRAL        PIC 9(02) VALUE 01.
       77  WS-SAL-ACAO             PIC X(01) VALUE SPACE.
       77  WS-SAL-ITEM             PIC 9(04) VALUE ZEROS.
       77  WS-SAL-LOCAL            PIC 9(02) VALUE ZEROS.
       77  WS-SAL-QUANTIDADE       PIC S9(05) VALUE ZERO.
       77  WS-SAL-RESULTADO        PIC X(01) VALUE SPACE.
       01  Keeping-Track-Variables.
           05 Bottles              PIC S9(04) VALUE 0.
           05 Remaining-Bottles    PIC S9(04) VALUE 0.
           05 Couting              PIC 99      VALUE 0.
           05 Start-Position       PIC 99      VALUE 0.
           05 Positions            PIC 99      VALUE 0.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       PASS-AROUND-THOSE-BEERS.
      * JUSTIFIED RIGHT plus the leading-space-to-zero swap lets an
               END-IF
           END-IF
           PERFORM ABRIR-ESTOQUE
           MOVE QUANTIDADE-ATUAL TO WS-QTDE-PARTIDA
           OPEN OUTPUT ALERTA-FILE
           PERFORM VARYING Bottles FROM QUANTIDADE-ATUAL BY -1
                   UNTIL Bottles = -1
               PERFORM GRAVAR-ESTOQUE-ATUAL
               PERFORM VERIFICAR-PONTO-REPOSICAO
           END-PERFORM
           PERFORM BAIXAR-ALMOX-CENTRAL
           PERFORM FECHAR-ESTOQUE
            STOP RUN.

                   MOVE 99 TO QUANTIDADE-ATUAL
                   MOVE 10 TO PONTO-REPOSICAO
                   MOVE ZEROS TO CUSTO-UNITARIO
                   MOVE SPACE TO ITEM-CLASSE-ABC
                   MOVE ZEROS TO ITEM-CONSUMO-12M
                   MOVE ZEROS TO ITEM-DATA-CLASSE
                   MOVE ZEROS TO ITEM-LOTE-ECONOMICO
                   WRITE REGISTRO-ESTOQUE
                   MOVE "F" TO WS-SAL-ACAO
                   MOVE ITEM-CODIGO TO WS-SAL-ITEM
                   MOVE WS-ALMOX-CENTRAL TO WS-SAL-LOCAL
                   MOVE QUANTIDADE-ATUAL TO WS-SAL-QUANTIDADE
                   CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
                       WS-SAL-LOCAL, WS-SAL-QUANTIDADE,
                       WS-SAL-RESULTADO
           END-READ.

      * O deplecamento consome do almoxarifado central: o que saiu na
      * noite (partida - final) e baixado do saldo do local. Se o
      * central tem menos do que isso (o resto estava em outro local),
      * ele so zera - o alerta continua olhando o total do item em
      * QUANTIDADE-ATUAL.
       BAIXAR-ALMOX-CENTRAL.
           COMPUTE WS-QTDE-CONSUMIDA =
               WS-QTDE-PARTIDA - QUANTIDADE-ATUAL
           IF WS-QTDE-CONSUMIDA > ZERO
               MOVE ITEM-CODIGO TO WS-SAL-ITEM
               MOVE WS-ALMOX-CENTRAL TO WS-SAL-LOCAL
               MOVE "C" TO WS-SAL-ACAO
               CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
                   WS-SAL-LOCAL, WS-SAL-QUANTIDADE, WS-SAL-RESULTADO
               IF WS-SAL-QUANTIDADE < WS-QTDE-CONSUMIDA
                   MOVE "F" TO WS-SAL-ACAO
                   MOVE ZERO TO WS-SAL-QUANTIDADE
               ELSE
                   MOVE "S" TO WS-SAL-ACAO
                   COMPUTE WS-SAL-QUANTIDADE = 0 - WS-QTDE-CONSUMIDA
               END-IF
               CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
                   WS-SAL-LOCAL, WS-SAL-QUANTIDADE, WS-SAL-RESULTADO
           END-IF.

      * Remaining-Bottles goes to -1 on the final verse (the "Bottles =
      * 0" pass still does SUBTRACT 1 FROM Bottles GIVING Remaining-
      * Bottles for the loop's own bookkeeping); clamp at zero so the
      * A linha em ALERTA.TXT agora tambem vira um pedido de compra:
      * quantidade sugerida e o que falta para voltar a
      * QUANTIDADE-INICIAL, e um item que ja tem pedido aberto nao
      * ganha outro em cada noite seguinte (pedido com mercadoria em
      * quarentena tambem conta como pendente). RECEBPED lista os
      * abertos e registra a chegada; INSPREC credita o estoque com o
      * que for aceito na inspecao.
       GERAR-PEDIDO-REPOSICAO.
           MOVE "N" TO WS-PEDIDO-JA-ABERTO
           MOVE "N" TO WS-FIM-PEDIDOS
                   GIVING PED-QUANTIDADE
               ACCEPT PED-DATA-ABERTURA FROM DATE YYYYMMDD
               MOVE ZEROS TO PED-DATA-RECEBIMENTO
               MOVE ZEROS TO PED-QTDE-RECEBIDA
               MOVE ZEROS TO PED-PRECO-RECEBIDO
               MOVE ZEROS TO PED-NOTA-FISCAL
               PERFORM CARIMBAR-PRECO-PEDIDO
               PERFORM CARIMBAR-FORNECEDOR
               SET PED-ABERTO TO TRUE
               WRITE REGISTRO-PEDIDO
                   INVALID KEY
                       MOVE "PEDIDOS" TO ERR-ARQUIVO
                       MOVE "WRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-PED TO ERR-STATUS
                       MOVE PED-NUMERO TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao abrir pedido de reposicao"
               END-WRITE
           END-IF.

      * O preco de referencia do pedido e o ultimo preco pago pelo
      * item; item que nunca foi comprado vai pelo custo unitario do
      * cadastro. E contra ele que LANCNF confere o preco da nota.
       CARIMBAR-PRECO-PEDIDO.
           IF ITEM-ULTIMO-PRECO > ZEROS
               MOVE ITEM-ULTIMO-PRECO TO PED-PRECO-PEDIDO
           ELSE
               MOVE CUSTO-UNITARIO TO PED-PRECO-PEDIDO
           END-IF.

      * O pedido nasce com o fornecedor preferido do item e a chegada
      * prometida (abertura + prazo do fornecedor, em dias corridos);
      * item sem fornecedor definido sai com zeros e fica para o

       CONFERIR-PEDIDO-ABERTO.
           MOVE PED-NUMERO TO WS-ULTIMO-NUMERO
           IF (PED-ABERTO OR PED-EM-INSPECAO)
                   AND PED-ITEM-CODIGO = ITEM-CODIGO
               SET PEDIDO-JA-ABERTO TO TRUE
               SET FIM-PEDIDOS TO TRUE
           ELSE
           CLOSE PEDIDO-FILE
           CLOSE FORNECEDOR-FILE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "ESTOQBEER" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM ESTOQBEER.
