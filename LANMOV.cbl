      * Author:
      * Date:
      * Purpose: Digitacao dos movimentos de estoque do dia - entrada
      *          (recebimento), saida (quebra), ajuste de contagem e
      *          transferencia entre almoxarifados por item, gravados
      *          como REGISTRO-MOVIMENTO (REGMOV.cpy) no arquivo
      *          MOVPEND para o batch APLICMOV aplicar sobre o
      *          REGISTRO-ESTOQUE e o saldo do local (SALDOLOC). Todo
      *          movimento diz em que almoxarifado acontece (REGALM,
      *          conferido pelo SALDOALM); a transferencia diz tambem
      *          o destino e vira um movimento so. Acaba com a edicao
      *          manual do arquivo ESTOQUE fora do sistema a cada
      *          recebimento.
      * Tectonics: cobc
       FD  REJ-FILA-FILE.
       01  REGISTRO-REJ-FILA.
           03 RJF-MOTIVO           PIC X(35).
           03 RJF-IMAGEM           PIC X(75).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-EST       PIC X(02) VALUE SPACES.
       77  WS-STATUS-MOV       PIC X(02) VALUE SPACES.
       77  WS-OPERADOR         PIC X(08) VALUE SPACES.
       77  WS-ITEM-DIGITADO    PIC 9(04) VALUE ZEROS.
       77  WS-TIPO-DIGITADO    PIC X(01) VALUE SPACE.
           88 TIPO-DIGITADO-OK     VALUE "E" "S" "A" "T".
       77  WS-QTDE-DIGITADA    PIC 9(04) VALUE ZEROS.
       77  WS-PRECO-DIGITADO   PIC 9(08)V99 VALUE ZEROS.
       77  WS-LOTE-DIGITADO    PIC X(10) VALUE SPACES.
       77  WS-VALIDADE-DIGITADA PIC 9(08) VALUE ZEROS.
       77  WS-TOTAL-LANCADOS   PIC 9(04) VALUE ZERO.
       77  WS-ALMOX-CENTRAL    PIC 9(02) VALUE 01.
       77  WS-LOCAL-DIGITADO   PIC 9(02) VALUE ZEROS.
       77  WS-DESTINO-DIGITADO PIC 9(02) VALUE ZEROS.
       77  WS-LOCAL-VALIDO     PIC X(01) VALUE "N".
           88 LOCAL-VALIDO         VALUE "S".
       77  WS-SAL-ACAO         PIC X(01) VALUE SPACE.
       77  WS-SAL-ITEM         PIC 9(04) VALUE ZEROS.
       77  WS-SAL-LOCAL        PIC 9(02) VALUE ZEROS.
       77  WS-SAL-QUANTIDADE   PIC S9(05) VALUE ZERO.
       77  WS-SAL-RESULTADO    PIC X(01) VALUE SPACE.
       77  WS-STATUS-RJF       PIC X(02) VALUE SPACES.
       77  WS-FIM-FILA         PIC X(01) VALUE "N".
           88 FIM-FILA             VALUE "S".
       01  TABELA-FILA-REJ.
           03 TAB-FILA-ITEM OCCURS 200 TIMES.
               05 TAB-FILA-MOTIVO  PIC X(35).
               05 TAB-FILA-IMAGEM  PIC X(75).
               05 TAB-FILA-SITUACAO PIC X(01).
                   88 FILA-MANTIDA     VALUE "M".
                   88 FILA-RESOLVIDA   VALUE "R".
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
           MOVE OPERADOR-LOGADO TO WS-OPERADOR.
           OPEN INPUT ESTOQUE-FILE
           IF WS-STATUS-EST NOT = "00"
               MOVE "ESTOQUE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EST TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de estoque indisponivel - status "
                   WS-STATUS-EST
               GOBACK
           DISPLAY "Item " MOV-ITEM-CODIGO " tipo " MOV-TIPO
               " qtde " MOV-QUANTIDADE " de " MOV-DATA
               " por " MOV-OPERADOR
           IF MOV-LOCAL IS NUMERIC
               DISPLAY "Almoxarifado " MOV-LOCAL
           END-IF
           DISPLAY "R-Reenviar  C-Corrigir qtde  D-Descartar  "
               "M-Manter na fila: " WITH NO ADVANCING
           ACCEPT WS-DECISAO-FILA
       SOLICITAR-DADOS-MOVIMENTO.
           MOVE SPACE TO WS-TIPO-DIGITADO
           PERFORM SOLICITAR-TIPO UNTIL TIPO-DIGITADO-OK
           MOVE ZEROS TO WS-DESTINO-DIGITADO
           PERFORM SOLICITAR-LOCAL
           IF LOCAL-VALIDO AND WS-TIPO-DIGITADO = "T"
               PERFORM SOLICITAR-DESTINO
           END-IF
           IF LOCAL-VALIDO
               PERFORM COMPLETAR-MOVIMENTO
           ELSE
               DISPLAY "Movimento nao lancado"
           END-IF.

      * Almoxarifado em branco e o central; local inexistente ou
      * desativado nao recebe movimento.
       SOLICITAR-LOCAL.
           IF WS-TIPO-DIGITADO = "T"
               DISPLAY "Almoxarifado de origem (0 = central): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Almoxarifado (0 = central): "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-LOCAL-DIGITADO
           IF WS-LOCAL-DIGITADO = ZERO
               MOVE WS-ALMOX-CENTRAL TO WS-LOCAL-DIGITADO
           END-IF
           MOVE WS-LOCAL-DIGITADO TO WS-SAL-LOCAL
           PERFORM VALIDAR-LOCAL
           IF LOCAL-VALIDO
               MOVE "C" TO WS-SAL-ACAO
               MOVE WS-ITEM-DIGITADO TO WS-SAL-ITEM
               CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
                   WS-SAL-LOCAL, WS-SAL-QUANTIDADE, WS-SAL-RESULTADO
               DISPLAY "Saldo no almoxarifado " WS-LOCAL-DIGITADO
                   ": " WS-SAL-QUANTIDADE
           END-IF.

       SOLICITAR-DESTINO.
           DISPLAY "Almoxarifado de destino: " WITH NO ADVANCING
           ACCEPT WS-DESTINO-DIGITADO
           IF WS-DESTINO-DIGITADO = ZERO
               MOVE WS-ALMOX-CENTRAL TO WS-DESTINO-DIGITADO
           END-IF
           IF WS-DESTINO-DIGITADO = WS-LOCAL-DIGITADO
               DISPLAY "Destino igual a origem"
               MOVE "N" TO WS-LOCAL-VALIDO
           ELSE
               MOVE WS-DESTINO-DIGITADO TO WS-SAL-LOCAL
               PERFORM VALIDAR-LOCAL
           END-IF.

       VALIDAR-LOCAL.
           MOVE "V" TO WS-SAL-ACAO
           MOVE WS-ITEM-DIGITADO TO WS-SAL-ITEM
           CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
               WS-SAL-LOCAL, WS-SAL-QUANTIDADE, WS-SAL-RESULTADO
           IF WS-SAL-RESULTADO = "S"
               SET LOCAL-VALIDO TO TRUE
           ELSE
               MOVE "N" TO WS-LOCAL-VALIDO
               DISPLAY "Almoxarifado " WS-SAL-LOCAL
                   " inexistente ou desativado"
           END-IF.

       COMPLETAR-MOVIMENTO.
           DISPLAY "Quantidade......: " WITH NO ADVANCING
           ACCEPT WS-QTDE-DIGITADA
      * Entrada pede o preco pago na compra - e ele que o posting usa
                   ACCEPT WS-VALIDADE-DIGITADA
               END-IF
           END-IF
      * Transferencia pode levar um lote determinado; em branco, o
      * posting leva os lotes da origem que vencem antes.
           IF WS-TIPO-DIGITADO = "T"
               DISPLAY "Lote (brancos = pelo vencimento): "
                   WITH NO ADVANCING
               ACCEPT WS-LOTE-DIGITADO
           END-IF
           MOVE WS-ITEM-DIGITADO TO MOV-ITEM-CODIGO
           ACCEPT MOV-DATA FROM DATE YYYYMMDD
           ACCEPT MOV-HORA FROM TIME
           MOVE WS-LOTE-DIGITADO TO MOV-LOTE
           MOVE WS-VALIDADE-DIGITADA TO MOV-VALIDADE
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE SPACES TO MOV-CCUSTO
           MOVE ZEROS TO MOV-REQUISICAO
           MOVE WS-LOCAL-DIGITADO TO MOV-LOCAL
           MOVE WS-DESTINO-DIGITADO TO MOV-LOCAL-DESTINO
           WRITE REGISTRO-MOVIMENTO
           ADD 1 TO WS-TOTAL-LANCADOS
           DISPLAY "Movimento lancado".

       SOLICITAR-TIPO.
           DISPLAY "Tipo (E-Entrada S-Saida A-Ajuste "
               "T-Transferencia): "
               WITH NO ADVANCING.
           ACCEPT WS-TIPO-DIGITADO.
           IF NOT TIPO-DIGITADO-OK
               DISPLAY "Tipo invalido - digite novamente"
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "LANMOV" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM LANMOV.
