      * Purpose: Pedidos de compra de reposicao - lista os pedidos em
      *          aberto levantados pelo alerta de estoque baixo do job
      *          noturno (ver GERAR-PEDIDO-REPOSICAO em
      *          Classicobeer.cbl) e registra a chegada da mercadoria.
      *          O que chega nao vai direto para o saldo disponivel:
      *          fica em quarentena no arquivo INSPECAO (REGINS.cpy),
      *          com quantidade, preco pago, lote, validade e o
      *          almoxarifado de destino (o central, se nada for
      *          dito), e o pedido fica "em inspecao" ate o inspetor
      *          aceitar ou rejeitar em INSPREC - e la que o aceito
      *          entra no estoque e o rejeitado volta ao fornecedor.
      *          A quantidade pedida fica no pedido; a aceita e o
      *          preco pago vao para campos proprios, que a
      *          conferencia da nota do fornecedor (LANCNF) compara.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODIGO
               FILE STATUS IS WS-STATUS-EST.
           SELECT INSPECAO-FILE ASSIGN TO "INSPECAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-NUMERO
               FILE STATUS IS WS-STATUS-INS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-FILE.
           COPY "REGPED.cpy".
       FD  ESTOQUE-FILE.
           COPY "REGEST.cpy".
       FD  INSPECAO-FILE.
           COPY "REGINS.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-PED       PIC X(02) VALUE SPACES.
       77  WS-STATUS-EST       PIC X(02) VALUE SPACES.
       77  WS-STATUS-INS       PIC X(02) VALUE SPACES.
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-FIM-INSPECOES    PIC X(01) VALUE "N".
           88 FIM-INSPECOES        VALUE "S".
       77  WS-TOTAL-ABERTOS    PIC 9(04) VALUE ZERO.
       77  WS-QTDE-RECEBIDA    PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-A-RECEBER   PIC 9(04) VALUE ZEROS.
       77  WS-PRECO-PAGO       PIC 9(08)V99 VALUE ZEROS.
       77  WS-LOTE-DIGITADO    PIC X(10) VALUE SPACES.
       77  WS-VALIDADE-DIGITADA PIC 9(08) VALUE ZEROS.
       77  WS-ULTIMO-NUMERO    PIC 9(06) VALUE ZEROS.
       77  WS-ITEM-OK          PIC X(01) VALUE "N".
           88 ITEM-OK              VALUE "S".
       77  WS-ALMOX-CENTRAL    PIC 9(02) VALUE 01.
       77  WS-LOCAL-DIGITADO   PIC 9(02) VALUE ZEROS.
       77  WS-SAL-ACAO         PIC X(01) VALUE SPACE.
       77  WS-SAL-ITEM         PIC 9(04) VALUE ZEROS.
       77  WS-SAL-LOCAL        PIC 9(02) VALUE ZEROS.
       77  WS-SAL-QUANTIDADE   PIC S9(05) VALUE ZERO.
       77  WS-SAL-RESULTADO    PIC X(01) VALUE SPACE.
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           OPEN I-O PEDIDO-FILE
           IF WS-STATUS-PED NOT = "00"
               MOVE "PEDIDOS" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-PED TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhum pedido de reposicao registrado"
               GOBACK
           END-IF
               INVALID KEY
                   DISPLAY "Pedido nao encontrado"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PED-RECEBIDO
                           DISPLAY "Pedido ja foi recebido em "
                               PED-DATA-RECEBIMENTO
                       WHEN PED-EM-INSPECAO
                           DISPLAY "Pedido com mercadoria em "
                               "quarentena - aguarda a inspecao"
                       WHEN OTHER
                           PERFORM REGISTRAR-CHEGADA
                   END-EVALUATE
           END-READ.

      * A quantidade recebida pode diferir da pedida (entrega
      * parcial); o que chegou vai para a quarentena, nao para o
      * saldo. Pedido que ja teve parte aceita (e parte devolvida)
      * sugere so o que falta receber.
       REGISTRAR-CHEGADA.
           MOVE PED-QUANTIDADE TO WS-QTDE-A-RECEBER
           IF PED-QTDE-RECEBIDA IS NUMERIC
                   AND PED-QTDE-RECEBIDA < PED-QUANTIDADE
               SUBTRACT PED-QTDE-RECEBIDA FROM PED-QUANTIDADE
                   GIVING WS-QTDE-A-RECEBER
           END-IF
           DISPLAY "Quantidade recebida [" WS-QTDE-A-RECEBER "]: "
               WITH NO ADVANCING
           ACCEPT WS-QTDE-RECEBIDA
           IF WS-QTDE-RECEBIDA = ZEROS
               MOVE WS-QTDE-A-RECEBER TO WS-QTDE-RECEBIDA
           END-IF
           DISPLAY "Preco unitario pago (somente digitos, 2 "
               "decimais): " WITH NO ADVANCING
           ACCEPT WS-PRECO-PAGO
      * Perecivel chega com lote e validade - e deste registro que a
      * saida FEFO e a baixa de vencidos vao viver depois do aceite.
           DISPLAY "Lote (brancos = sem lote): " WITH NO ADVANCING
           ACCEPT WS-LOTE-DIGITADO
           MOVE ZEROS TO WS-VALIDADE-DIGITADA
               DISPLAY "Validade (AAAAMMDD): " WITH NO ADVANCING
               ACCEPT WS-VALIDADE-DIGITADA
           END-IF
           DISPLAY "Almoxarifado de entrada (0 = central): "
               WITH NO ADVANCING
           ACCEPT WS-LOCAL-DIGITADO
           IF WS-LOCAL-DIGITADO = ZERO
               MOVE WS-ALMOX-CENTRAL TO WS-LOCAL-DIGITADO
           END-IF
           MOVE "V" TO WS-SAL-ACAO
           MOVE PED-ITEM-CODIGO TO WS-SAL-ITEM
           MOVE WS-LOCAL-DIGITADO TO WS-SAL-LOCAL
           CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
               WS-SAL-LOCAL, WS-SAL-QUANTIDADE, WS-SAL-RESULTADO
           PERFORM CONFERIR-ITEM-PEDIDO
           EVALUATE TRUE
               WHEN WS-SAL-RESULTADO NOT = "S"
                   DISPLAY "Almoxarifado " WS-LOCAL-DIGITADO
                       " inexistente ou desativado - recebimento "
                       "nao registrado"
               WHEN NOT ITEM-OK
                   DISPLAY "Item do pedido nao esta mais no "
                       "estoque - recebimento nao registrado"
               WHEN OTHER
                   PERFORM GRAVAR-QUARENTENA
           END-EVALUATE.

       CONFERIR-ITEM-PEDIDO.
           MOVE "N" TO WS-ITEM-OK
           OPEN INPUT ESTOQUE-FILE
           IF WS-STATUS-EST = "00"
               MOVE PED-ITEM-CODIGO TO ITEM-CODIGO
               READ ESTOQUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ITEM-OK TO TRUE
               END-READ
               CLOSE ESTOQUE-FILE
           END-IF.

       GRAVAR-QUARENTENA.
           OPEN I-O INSPECAO-FILE
           IF WS-STATUS-INS = "35"
               OPEN OUTPUT INSPECAO-FILE
               CLOSE INSPECAO-FILE
               OPEN I-O INSPECAO-FILE
           END-IF
           IF WS-STATUS-INS NOT = "00"
               MOVE "INSPECAO" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-INS TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de inspecao indisponivel - status "
                   WS-STATUS-INS
           ELSE
               PERFORM LOCALIZAR-ULTIMA-INSPECAO
               INITIALIZE REGISTRO-INSPECAO
               ADD 1 TO WS-ULTIMO-NUMERO
               MOVE WS-ULTIMO-NUMERO TO INS-NUMERO
               MOVE PED-NUMERO TO INS-PEDIDO
               MOVE PED-ITEM-CODIGO TO INS-ITEM-CODIGO
               MOVE PED-FORNECEDOR TO INS-FORNECEDOR
               MOVE WS-QTDE-RECEBIDA TO INS-QUANTIDADE
               MOVE WS-PRECO-PAGO TO INS-PRECO-PAGO
               MOVE WS-LOTE-DIGITADO TO INS-LOTE
               MOVE WS-VALIDADE-DIGITADA TO INS-VALIDADE
               MOVE WS-LOCAL-DIGITADO TO INS-LOCAL
               ACCEPT INS-DATA-RECEBIMENTO FROM DATE YYYYMMDD
               MOVE OPERADOR-LOGADO TO INS-RECEBEDOR
               SET INS-QUARENTENA TO TRUE
               WRITE REGISTRO-INSPECAO
                   INVALID KEY
                       MOVE "INSPECAO" TO ERR-ARQUIVO
                       MOVE "WRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-INS TO ERR-STATUS
                       MOVE INS-NUMERO TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao registrar a quarentena"
                   NOT INVALID KEY
                       PERFORM MARCAR-PEDIDO-INSPECAO
               END-WRITE
               CLOSE INSPECAO-FILE
           END-IF.

       LOCALIZAR-ULTIMA-INSPECAO.
           MOVE ZEROS TO WS-ULTIMO-NUMERO
           MOVE "N" TO WS-FIM-INSPECOES
           MOVE ZEROS TO INS-NUMERO
           START INSPECAO-FILE KEY NOT < INS-NUMERO
               INVALID KEY SET FIM-INSPECOES TO TRUE
           END-START
           PERFORM LER-PROXIMA-INSPECAO UNTIL FIM-INSPECOES.

       LER-PROXIMA-INSPECAO.
           READ INSPECAO-FILE NEXT RECORD
               AT END
                   SET FIM-INSPECOES TO TRUE
               NOT AT END
                   MOVE INS-NUMERO TO WS-ULTIMO-NUMERO
           END-READ.

      * A data de chegada ja vale para o prazo do fornecedor (RELFORN);
      * a quantidade aceita so e somada na decisao do inspetor.
       MARCAR-PEDIDO-INSPECAO.
           SET PED-EM-INSPECAO TO TRUE
           ACCEPT PED-DATA-RECEBIMENTO FROM DATE YYYYMMDD
           MOVE WS-PRECO-PAGO TO PED-PRECO-RECEBIDO
           REWRITE REGISTRO-PEDIDO
               INVALID KEY
                   MOVE "PEDIDOS" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-PED TO ERR-STATUS
                   MOVE PED-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao marcar o pedido"
               NOT INVALID KEY
                   DISPLAY "Pedido " PED-NUMERO " - "
                       WS-QTDE-RECEBIDA " em quarentena (inspecao "
                       INS-NUMERO ") para o almoxarifado "
                       WS-LOCAL-DIGITADO
           END-REWRITE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RECEBPED" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RECEBPED.
