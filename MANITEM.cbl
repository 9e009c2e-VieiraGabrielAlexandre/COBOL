      *          um item so nascia pelo INVALID KEY de ABRIR-ESTOQUE em
      *          Classicobeer.cbl, sempre como "Cerveja Classic" com
      *          ponto de reposicao 10 - agora o job noturno de
      *          deplecamento roda para itens reais. A quantidade
      *          inicial de um item novo abre o saldo dele no
      *          almoxarifado central (SALDOALM).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-ALMOX-CENTRAL    PIC 9(02) VALUE 01.
       77  WS-SAL-ACAO         PIC X(01) VALUE SPACE.
       77  WS-SAL-ITEM         PIC 9(04) VALUE ZEROS.
       77  WS-SAL-LOCAL        PIC 9(02) VALUE ZEROS.
       77  WS-SAL-QUANTIDADE   PIC S9(05) VALUE ZERO.
       77  WS-SAL-RESULTADO    PIC X(01) VALUE SPACE.
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
               OPEN I-O ESTOQUE-FILE
           END-IF
           IF WS-STATUS-EST NOT = "00"
               MOVE "ESTOQUE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EST TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de estoque indisponivel - status "
                   WS-STATUS-EST
               GOBACK
           DISPLAY "Fornecedor pref.: " WITH NO ADVANCING.
           ACCEPT ITEM-FORNECEDOR.
           MOVE ZEROS TO ITEM-ULTIMO-PRECO
           MOVE SPACE TO ITEM-CLASSE-ABC
           MOVE ZEROS TO ITEM-CONSUMO-12M
           MOVE ZEROS TO ITEM-DATA-CLASSE
           MOVE ZEROS TO ITEM-LOTE-ECONOMICO
           MOVE QUANTIDADE-INICIAL TO QUANTIDADE-ATUAL
           WRITE REGISTRO-ESTOQUE
               INVALID KEY
                   DISPLAY "Item ja cadastrado"
               NOT INVALID KEY
                   DISPLAY "Item criado com sucesso"
                   PERFORM ABRIR-SALDO-CENTRAL
           END-WRITE.

      * O saldo inicial do item nasce inteiro no almoxarifado central;
      * dali ele se espalha pelos outros locais por transferencia.
       ABRIR-SALDO-CENTRAL.
           MOVE "F" TO WS-SAL-ACAO
           MOVE ITEM-CODIGO TO WS-SAL-ITEM
           MOVE WS-ALMOX-CENTRAL TO WS-SAL-LOCAL
           MOVE QUANTIDADE-ATUAL TO WS-SAL-QUANTIDADE
           CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
               WS-SAL-LOCAL, WS-SAL-QUANTIDADE, WS-SAL-RESULTADO
           IF WS-SAL-RESULTADO NOT = "S"
               DISPLAY "Saldo do almoxarifado central nao aberto"
           END-IF.

       ALTERAR-ITEM.
           DISPLAY "Codigo do item..: " WITH NO ADVANCING.
           ACCEPT ITEM-CODIGO.

      * A QUANTIDADE-ATUAL fica de fora de proposito: saldo so muda
      * por movimento (LANMOV/APLICMOV) ou recebimento de pedido
      * aceito na inspecao (INSPREC), nunca por manutencao de
      * catalogo.
       GRAVAR-PARAMETROS.
           DISPLAY "Descricao       [" ITEM-DESCRICAO "]: "
               WITH NO ADVANCING.
           ACCEPT ITEM-FORNECEDOR.
           REWRITE REGISTRO-ESTOQUE
               INVALID KEY
                   MOVE "ESTOQUE" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-EST TO ERR-STATUS
                   MOVE ITEM-CODIGO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar o item"
               NOT INVALID KEY
                   DISPLAY "Item alterado com sucesso"
       LISTAR-ITENS.
           MOVE "N" TO WS-FIM-ARQUIVO
           DISPLAY "Item Descricao            Inicial Atual  Ponto"
               "  Custo unit. ABC  Lote"
           PERFORM LER-PROXIMO-ITEM
           PERFORM MOSTRAR-ITEM UNTIL FIM-ARQUIVO.

       MOSTRAR-ITEM.
           DISPLAY ITEM-CODIGO " " ITEM-DESCRICAO " "
               QUANTIDADE-INICIAL "   " QUANTIDADE-ATUAL " "
               PONTO-REPOSICAO "   " CUSTO-UNITARIO "  "
               ITEM-CLASSE-ABC "  " ITEM-LOTE-ECONOMICO
           PERFORM LER-PROXIMO-ITEM.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANITEM" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANITEM.
