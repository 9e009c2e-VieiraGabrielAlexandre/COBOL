      *          SPL.VARCONT) e a geracao automatica dos movimentos de
      *          ajuste em MOVPEND - APLICMOV posta as correcoes pelo
      *          caminho normal e auditado. A variancia do inventario
      *          deixa de ser papel e "A" cego no LANMOV. Cada ciclo
      *          conta um almoxarifado: o saldo congelado e o saldo
      *          do item naquele local (SALDOALM), a variancia e
      *          apurada contra o saldo atual do local e o ajuste vai
      *          para o MOVPEND com o local contado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-TOTAL-VARIANCIA  PIC S9(12)V99 VALUE ZEROS.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE SPACES.
       77  WS-ALMOX-CENTRAL    PIC 9(02) VALUE 01.
       77  WS-LOCAL-CICLO      PIC 9(02) VALUE ZEROS.
       77  WS-SALDO-LOCAL      PIC S9(05) VALUE ZERO.
       77  WS-SAL-ACAO         PIC X(01) VALUE SPACE.
       77  WS-SAL-ITEM         PIC 9(04) VALUE ZEROS.
       77  WS-SAL-LOCAL        PIC 9(02) VALUE ZEROS.
       77  WS-SAL-QUANTIDADE   PIC S9(05) VALUE ZERO.
       77  WS-SAL-RESULTADO    PIC X(01) VALUE SPACE.
       01  LINHA-CONTAGEM      PIC X(100) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC -ZZZZZZZZZ9,99.
      * sequential, entao a digitacao regrava o arquivo por inteiro.
       01  TABELA-CONTAGEM.
           03 TAB-CONTAGEM-ITEM OCCURS 500 TIMES.
               05 TAB-CNT-IMAGEM   PIC X(36).
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
           END-EVALUATE
           GOBACK.

      * Fase 1: congela o saldo de cada item no almoxarifado contado
      * e imprime as fichas; um ciclo ainda aberto nao e sobreposto.
       GERAR-FICHAS.
           PERFORM CARREGAR-CICLO
           IF CICLO-ABERTO
               DISPLAY "Ja existe ciclo de contagem aberto - feche "
                   "o ciclo antes de gerar outro"
           ELSE
               DISPLAY "Almoxarifado a contar (0 = central): "
                   WITH NO ADVANCING
               ACCEPT WS-LOCAL-CICLO
               IF WS-LOCAL-CICLO = ZERO
                   MOVE WS-ALMOX-CENTRAL TO WS-LOCAL-CICLO
               END-IF
               MOVE "V" TO WS-SAL-ACAO
               MOVE ZEROS TO WS-SAL-ITEM
               MOVE WS-LOCAL-CICLO TO WS-SAL-LOCAL
               CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
                   WS-SAL-LOCAL, WS-SAL-QUANTIDADE, WS-SAL-RESULTADO
               IF WS-SAL-RESULTADO NOT = "S"
                   DISPLAY "Almoxarifado " WS-LOCAL-CICLO
                       " inexistente ou desativado"
               ELSE
                   PERFORM CONGELAR-ESTOQUE
               END-IF
           END-IF.

       CONGELAR-ESTOQUE.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT ESTOQUE-FILE
           IF WS-STATUS-EST NOT = "00"
               MOVE "ESTOQUE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EST TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de estoque indisponivel - status "
                   WS-STATUS-EST
               MOVE 8 TO RETURN-CODE
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-CONTAGEM
           MOVE SPACES TO LINHA-CONTAGEM
           STRING "FICHAS DE CONTAGEM FISICA - ALMOXARIFADO "
               WS-LOCAL-CICLO
               DELIMITED BY SIZE INTO LINHA-CONTAGEM
           PERFORM GRAVAR-LINHA-CONTAGEM
           MOVE "ITEM DESCRICAO            CONTAGEM:"
               TO LINHA-CONTAGEM
       CONGELAR-ITEM.
           MOVE ITEM-CODIGO TO CNT-ITEM-CODIGO
           MOVE ITEM-DESCRICAO TO CNT-DESCRICAO
           PERFORM CONSULTAR-SALDO-LOCAL
           MOVE WS-SALDO-LOCAL TO CNT-QTDE-CONGELADA
           MOVE WS-LOCAL-CICLO TO CNT-LOCAL
           MOVE ZEROS TO CNT-QTDE-CONTADA
           MOVE "N" TO CNT-CONTADO
           SET CNT-ABERTA TO TRUE
           PERFORM GRAVAR-LINHA-CONTAGEM
           PERFORM LER-PROXIMO-ITEM.

       CONSULTAR-SALDO-LOCAL.
           MOVE "C" TO WS-SAL-ACAO
           MOVE ITEM-CODIGO TO WS-SAL-ITEM
           MOVE WS-LOCAL-CICLO TO WS-SAL-LOCAL
           CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
               WS-SAL-LOCAL, WS-SAL-QUANTIDADE, WS-SAL-RESULTADO
           MOVE WS-SAL-QUANTIDADE TO WS-SALDO-LOCAL.

       GRAVAR-LINHA-CONTAGEM.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               SUBTRACT 1 FROM WS-INDICE-TAB
           END-IF.

      * Fase 3: variancia contra o saldo atual do item no local
      * contado, valorizada a CUSTO-UNITARIO; cada divergencia vira um
      * ajuste "A" em MOVPEND para APLICMOV postar, e o ciclo fecha.
       FECHAR-CICLO.
           PERFORM CARREGAR-CICLO
           IF NOT CICLO-ABERTO
           ELSE
               OPEN INPUT ESTOQUE-FILE
               IF WS-STATUS-EST NOT = "00"
                   MOVE "ESTOQUE" TO ERR-ARQUIVO
                   MOVE "OPEN" TO ERR-OPERACAO
                   MOVE WS-STATUS-EST TO ERR-STATUS
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Arquivo de estoque indisponivel - "
                       "status " WS-STATUS-EST
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "Item " CNT-ITEM-CODIGO
                       " saiu do estoque durante o ciclo"
               NOT INVALID KEY
                   IF CNT-LOCAL IS NOT NUMERIC OR CNT-LOCAL = ZERO
                       MOVE WS-ALMOX-CENTRAL TO CNT-LOCAL
                   END-IF
                   MOVE CNT-LOCAL TO WS-LOCAL-CICLO
                   PERFORM CONSULTAR-SALDO-LOCAL
                   COMPUTE WS-VARIANCIA-QTDE =
                       CNT-QTDE-CONTADA - WS-SALDO-LOCAL
                   IF WS-VARIANCIA-QTDE NOT = ZERO
                       COMPUTE WS-VARIANCIA-VALOR =
                           WS-VARIANCIA-QTDE * CUSTO-UNITARIO
       GRAVAR-LINHA-VARIANCIA.
           MOVE WS-VARIANCIA-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-CONTAGEM
           STRING CNT-ITEM-CODIGO " " WS-SALDO-LOCAL " "
               CNT-QTDE-CONTADA "    " WS-VARIANCIA-QTDE "    "
               WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-CONTAGEM
           MOVE SPACES TO MOV-LOTE
           MOVE ZEROS TO MOV-VALIDADE
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACES TO MOV-CCUSTO
           MOVE ZEROS TO MOV-REQUISICAO
           MOVE CNT-LOCAL TO MOV-LOCAL
           MOVE ZEROS TO MOV-LOCAL-DESTINO
           WRITE REGISTRO-MOVIMENTO
           ADD 1 TO WS-TOTAL-AJUSTES.

           MOVE TAB-CNT-IMAGEM(WS-INDICE-TAB) TO REGISTRO-CONTAGEM
           WRITE REGISTRO-CONTAGEM.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CONTAGEM" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CONTAGEM.
