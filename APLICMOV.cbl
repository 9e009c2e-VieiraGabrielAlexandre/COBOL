      * Date:
      * Purpose: Aplicacao dos movimentos de estoque do dia - le os
      *          REGISTRO-MOVIMENTO pendentes em MOVPEND (lancados por
      *          LANMOV), aplica cada um sobre o REGISTRO-ESTOQUE e
      *          sobre o saldo do almoxarifado do movimento (SALDOLOC,
      *          via SALDOALM): entrada soma, saida subtrai sem deixar
      *          o local negativo, ajuste assume a contagem do local e
      *          corrige o total pela diferenca, transferencia tira da
      *          origem e poe no destino (com os lotes) sem mexer no
      *          total - ou tudo, ou nada; devolucao ao fornecedor
      *          (gravada por INSPREC) so vai para o rastro, pois a
      *          mercadoria rejeitada nunca entrou no saldo. Imprime o
      *          diario de movimentos com resumo por ITEM-CODIGO,
      *          arquiva os aplicados em MOVAPLIC, preserva os
      *          rejeitados em APLICMOV.ERR com o motivo (no molde do
      *          IMPCAD.ERR da importacao de cadastros) e esvazia o
      *          MOVPEND para o dia seguinte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  ESTOQUE-FILE.
           COPY "REGEST.cpy".
       FD  APLICADO-FILE.
       01  MOVIMENTO-APLICADO      PIC X(75).
       FD  CUSTO-HIST-FILE.
           COPY "REGCUS.cpy".
       FD  LOTE-FILE.
       FD  REJ-FILA-FILE.
       01  REGISTRO-REJ-FILA.
           03 RJF-MOTIVO           PIC X(35).
           03 RJF-IMAGEM           PIC X(75).
       FD  LOCK-FILE.
       01  REGISTRO-LOCK           PIC X(01).
       FD  REJEITO-FILE.
       01  LINHA-REJEITO.
           03 REJ-MOTIVO           PIC X(35).
           03 REJ-MOVIMENTO        PIC X(75).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-MOV       PIC X(02) VALUE SPACES.
       77  WS-STATUS-EST       PIC X(02) VALUE SPACES.
       77  WS-MOTIVO-REJEITO   PIC X(35) VALUE SPACES.
       77  WS-STATUS-CUS       PIC X(02) VALUE SPACES.
       77  WS-CUSTO-ANTIGO     PIC 9(08)V99 VALUE ZEROS.
       77  WS-PRECO-ANTERIOR   PIC 9(08)V99 VALUE ZEROS.
       77  WS-CUSTO-NOVO       PIC 9(08)V99 VALUE ZEROS.
       77  WS-SALDO-ANTES      PIC S9(05) VALUE ZERO.
       77  WS-STATUS-LOT       PIC X(02) VALUE SPACES.
       77  WS-QTDE-A-CONSUMIR  PIC S9(05) VALUE ZERO.
       77  WS-CONSUMO-LOTE     PIC 9(04) VALUE ZERO.
       77  WS-MELHOR-VALIDADE  PIC 9(08) VALUE ZEROS.
       77  WS-VALIDADE-LOTE    PIC 9(08) VALUE ZEROS.
       77  WS-NUMERO-LOTE      PIC X(10) VALUE SPACES.
       77  WS-LOTE-ESCOLHIDO   PIC X(10) VALUE SPACES.
       77  WS-ACHOU-LOTE       PIC X(01) VALUE "N".
           88 ACHOU-LOTE           VALUE "S".
           88 MOVIMENTO-OK         VALUE "S".
       77  WS-TOTAL-FILA-REJ   PIC 9(04) VALUE ZERO.
       77  WS-STATUS-LCK       PIC X(02) VALUE SPACES.
       77  WS-ALMOX-CENTRAL    PIC 9(02) VALUE 01.
       77  WS-SALDO-LOCAL      PIC S9(05) VALUE ZERO.
       77  WS-SAL-ACAO         PIC X(01) VALUE SPACE.
       77  WS-SAL-ITEM         PIC 9(04) VALUE ZEROS.
       77  WS-SAL-LOCAL        PIC 9(02) VALUE ZEROS.
       77  WS-SAL-QUANTIDADE   PIC S9(05) VALUE ZERO.
       77  WS-SAL-RESULTADO    PIC X(01) VALUE SPACE.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-TOTAL-APLICADOS  PIC 9(04) VALUE ZERO.
       77  WS-TOTAL-REJEITADOS PIC 9(04) VALUE ZERO.
       77  WS-TOTAL-FALHAS-LOTE PIC 9(04) VALUE ZERO.
       77  WS-QTDE-ITEM        PIC 9(02) VALUE ZERO.
       77  WS-MAX-ITEM         PIC 9(02) VALUE 50.
       77  WS-INDICE-ITEM      PIC 9(02) VALUE ZERO.
       77  WS-ACHOU-ITEM       PIC X(01) VALUE "N".
           88 ACHOU-ITEM           VALUE "S".
      * Resumo por item impresso no rodape do diario: quanto entrou,
      * saiu, foi ajustado, transferido e devolvido ao fornecedor em
      * cada ITEM-CODIGO nesta aplicacao.
       01  TABELA-RESUMO-ITEM.
           03 TAB-ITEM-RESUMO OCCURS 50 TIMES.
               05 TAB-ITEM-CODIGO  PIC 9(04).
               05 TAB-ENTRADAS     PIC 9(06).
               05 TAB-SAIDAS       PIC 9(06).
               05 TAB-AJUSTES      PIC 9(04).
               05 TAB-TRANSFERIDOS PIC 9(06).
               05 TAB-DEVOLVIDOS   PIC 9(06).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== APLICACAO DE MOVIMENTOS DE ESTOQUE =====".
           PERFORM ATIVAR-LOCK
           OPEN INPUT MOVIMENTO-FILE
           IF WS-STATUS-MOV NOT = "00"
               MOVE "MOVPEND" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-MOV TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhum movimento pendente"
               PERFORM DESATIVAR-LOCK
               STOP RUN
           END-IF
           OPEN I-O ESTOQUE-FILE
           IF WS-STATUS-EST NOT = "00"
               MOVE "ESTOQUE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EST TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de estoque indisponivel - status "
                   WS-STATUS-EST
               PERFORM DESATIVAR-LOCK
           IF WS-STATUS-RJF NOT = "00"
               OPEN OUTPUT REJ-FILA-FILE
           END-IF
           DISPLAY "Data       Hora    Item Tipo Qtde Operador Loc"
               " Dst"
           PERFORM LER-PROXIMO-MOVIMENTO
           PERFORM APLICAR-MOVIMENTO UNTIL FIM-ARQUIVO
           CLOSE ESTOQUE-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * Movimento gravado antes dos almoxarifados (local em branco)
      * e do central; assim ele tambem vai arquivado no MOVAPLIC.
       APLICAR-MOVIMENTO.
           IF MOV-LOCAL IS NOT NUMERIC OR MOV-LOCAL = ZERO
               MOVE WS-ALMOX-CENTRAL TO MOV-LOCAL
           END-IF
           IF MOV-LOCAL-DESTINO IS NOT NUMERIC
               MOVE ZEROS TO MOV-LOCAL-DESTINO
           END-IF
           MOVE MOV-ITEM-CODIGO TO ITEM-CODIGO
           READ ESTOQUE-FILE
               INVALID KEY
                       TO WS-MOTIVO-REJEITO
                   PERFORM GRAVAR-REJEITO
               NOT INVALID KEY
                   PERFORM CONFERIR-ALMOXARIFADOS
           END-READ
           PERFORM LER-PROXIMO-MOVIMENTO.

      * Local inexistente ou desativado nao e falta de saldo - vai
      * para o APLICMOV.ERR, nao para a fila de correcao.
       CONFERIR-ALMOXARIFADOS.
           MOVE "S" TO WS-MOVIMENTO-OK
           MOVE MOV-LOCAL TO WS-SAL-LOCAL
           PERFORM VALIDAR-ALMOXARIFADO
           IF MOVIMENTO-OK AND MOV-TRANSFERENCIA
               IF MOV-LOCAL-DESTINO = MOV-LOCAL
                   MOVE "N" TO WS-MOVIMENTO-OK
               ELSE
                   MOVE MOV-LOCAL-DESTINO TO WS-SAL-LOCAL
                   PERFORM VALIDAR-ALMOXARIFADO
               END-IF
           END-IF
           IF MOVIMENTO-OK
               PERFORM ATUALIZAR-ESTOQUE
           ELSE
               DISPLAY "Movimento rejeitado - item "
                   MOV-ITEM-CODIGO " almoxarifado " WS-SAL-LOCAL
                   " invalido"
               MOVE "ALMOXARIFADO INEXISTENTE/INATIVO"
                   TO WS-MOTIVO-REJEITO
               PERFORM GRAVAR-REJEITO
           END-IF.

       VALIDAR-ALMOXARIFADO.
           MOVE "V" TO WS-SAL-ACAO
           MOVE MOV-ITEM-CODIGO TO WS-SAL-ITEM
           CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
               WS-SAL-LOCAL, WS-SAL-QUANTIDADE, WS-SAL-RESULTADO
           IF WS-SAL-RESULTADO NOT = "S"
               MOVE "N" TO WS-MOVIMENTO-OK
           END-IF.

      * A trava de saldo: saida maior que o disponivel nao posta mais
      * com o saldo zerado por baixo - o movimento inteiro vai para a
      * fila MOVREJ com o motivo, o resto do MOVPEND segue postando e
      * LANMOV oferece a fila de volta para correcao. O disponivel e
      * o do almoxarifado de onde a mercadoria sai.
       ATUALIZAR-ESTOQUE.
           MOVE "C" TO WS-SAL-ACAO
           MOVE MOV-ITEM-CODIGO TO WS-SAL-ITEM
           MOVE MOV-LOCAL TO WS-SAL-LOCAL
           CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
               WS-SAL-LOCAL, WS-SAL-QUANTIDADE, WS-SAL-RESULTADO
           MOVE WS-SAL-QUANTIDADE TO WS-SALDO-LOCAL
           IF (MOV-SAIDA OR MOV-TRANSFERENCIA)
                   AND MOV-QUANTIDADE > WS-SALDO-LOCAL
               MOVE "N" TO WS-MOVIMENTO-OK
               MOVE "SAIDA MAIOR QUE O SALDO DO LOCAL"
                   TO WS-MOTIVO-REJEITO
               PERFORM GRAVAR-REJEITO-FILA
           END-IF
           IF MOVIMENTO-OK AND MOV-SAIDA
                   AND MOV-QUANTIDADE > QUANTIDADE-ATUAL
               MOVE "N" TO WS-MOVIMENTO-OK
               MOVE "SAIDA MAIOR QUE O SALDO DO ITEM"
                   TO WS-MOTIVO-REJEITO
               PERFORM GRAVAR-REJEITO-FILA
           END-IF
      * A devolucao saiu da quarentena, nao do saldo - nada a mexer
      * no item nem no local, so o registro no MOVAPLIC.
           IF MOVIMENTO-OK
               EVALUATE TRUE
                   WHEN MOV-TRANSFERENCIA
                       PERFORM APLICAR-TRANSFERENCIA
                   WHEN MOV-DEVOLUCAO
                       PERFORM REGISTRAR-APLICADO
                   WHEN OTHER
                       PERFORM APLICAR-NO-SALDO
               END-EVALUATE
           END-IF.

       APLICAR-NO-SALDO.
                   IF MOV-LOTE NOT = SPACES
                       PERFORM CREDITAR-LOTE
                   END-IF
                   MOVE "S" TO WS-SAL-ACAO
                   MOVE MOV-QUANTIDADE TO WS-SAL-QUANTIDADE
                   PERFORM ATUALIZAR-SALDO-LOCAL
               WHEN MOV-SAIDA
                   SUBTRACT MOV-QUANTIDADE FROM QUANTIDADE-ATUAL
                   IF MOV-LOTE NOT = SPACES
                   ELSE
                       PERFORM CONSUMIR-LOTES-FEFO
                   END-IF
                   MOVE "S" TO WS-SAL-ACAO
                   COMPUTE WS-SAL-QUANTIDADE = ZERO - MOV-QUANTIDADE
                   PERFORM ATUALIZAR-SALDO-LOCAL
      * O ajuste assume a contagem do local; o total do item muda
      * pela diferenca entre o contado e o que o local tinha.
               WHEN MOV-AJUSTE
                   COMPUTE QUANTIDADE-ATUAL = QUANTIDADE-ATUAL
                       - WS-SALDO-LOCAL + MOV-QUANTIDADE
                   IF QUANTIDADE-ATUAL < ZERO
                       MOVE ZERO TO QUANTIDADE-ATUAL
                   END-IF
                   MOVE "F" TO WS-SAL-ACAO
                   MOVE MOV-QUANTIDADE TO WS-SAL-QUANTIDADE
                   PERFORM ATUALIZAR-SALDO-LOCAL
           END-EVALUATE
           REWRITE REGISTRO-ESTOQUE
               INVALID KEY
                   MOVE "ESTOQUE" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-EST TO ERR-STATUS
                   MOVE ITEM-CODIGO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao regravar o item " ITEM-CODIGO
                   MOVE "FALHA AO REGRAVAR O ITEM NO ESTOQUE"
                       TO WS-MOTIVO-REJEITO
                   PERFORM GRAVAR-REJEITO
               NOT INVALID KEY
                   PERFORM REGISTRAR-APLICADO
           END-REWRITE.

       ATUALIZAR-SALDO-LOCAL.
           MOVE MOV-ITEM-CODIGO TO WS-SAL-ITEM
           MOVE MOV-LOCAL TO WS-SAL-LOCAL
           CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
               WS-SAL-LOCAL, WS-SAL-QUANTIDADE, WS-SAL-RESULTADO
           IF WS-SAL-RESULTADO NOT = "S"
               DISPLAY "Falha ao atualizar o saldo do item "
                   MOV-ITEM-CODIGO " no almoxarifado " MOV-LOCAL
           END-IF.

      * Transferencia e um movimento so: a origem ja foi conferida
      * pela trava; se o destino nao aceitar o credito, a origem e
      * devolvida e o movimento inteiro vai para o APLICMOV.ERR. O
      * total do item nao muda - so os lotes e os saldos dos locais.
       APLICAR-TRANSFERENCIA.
           MOVE "S" TO WS-SAL-ACAO
           MOVE MOV-ITEM-CODIGO TO WS-SAL-ITEM
           MOVE MOV-LOCAL TO WS-SAL-LOCAL
           COMPUTE WS-SAL-QUANTIDADE = ZERO - MOV-QUANTIDADE
           CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
               WS-SAL-LOCAL, WS-SAL-QUANTIDADE, WS-SAL-RESULTADO
           IF WS-SAL-RESULTADO NOT = "S"
               MOVE "FALHA NO DEBITO DA ORIGEM"
                   TO WS-MOTIVO-REJEITO
               PERFORM GRAVAR-REJEITO
           ELSE
               MOVE MOV-LOCAL-DESTINO TO WS-SAL-LOCAL
               MOVE MOV-QUANTIDADE TO WS-SAL-QUANTIDADE
               CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
                   WS-SAL-LOCAL, WS-SAL-QUANTIDADE, WS-SAL-RESULTADO
               IF WS-SAL-RESULTADO NOT = "S"
                   MOVE MOV-LOCAL TO WS-SAL-LOCAL
                   MOVE MOV-QUANTIDADE TO WS-SAL-QUANTIDADE
                   CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
                       WS-SAL-LOCAL, WS-SAL-QUANTIDADE,
                       WS-SAL-RESULTADO
                   MOVE "FALHA NO CREDITO DO DESTINO"
                       TO WS-MOTIVO-REJEITO
                   PERFORM GRAVAR-REJEITO
               ELSE
                   IF MOV-LOTE NOT = SPACES
                       PERFORM CONSUMIR-LOTE-INDICADO
                   ELSE
                       PERFORM CONSUMIR-LOTES-FEFO
                   END-IF
                   PERFORM REGISTRAR-APLICADO
               END-IF
           END-IF.

       REGISTRAR-APLICADO.
           ADD 1 TO WS-TOTAL-APLICADOS
           DISPLAY MOV-DATA "   " MOV-HORA "  "
               MOV-ITEM-CODIGO "   " MOV-TIPO "   "
               MOV-QUANTIDADE " " MOV-OPERADOR " " MOV-LOCAL "  "
               MOV-LOCAL-DESTINO
           MOVE REGISTRO-MOVIMENTO TO MOVIMENTO-APLICADO
           WRITE MOVIMENTO-APLICADO
           PERFORM ACUMULAR-RESUMO-ITEM.

      * Entrada com lote informado credita o saldo do proprio lote -
      * lote novo nasce aqui, lote conhecido acumula.
       CREDITAR-LOTE.
           MOVE MOV-ITEM-CODIGO TO LOT-ITEM-CODIGO
           MOVE MOV-LOTE TO LOT-NUMERO
           MOVE MOV-LOCAL TO LOT-LOCAL
           READ LOTE-FILE
               INVALID KEY
                   MOVE MOV-ITEM-CODIGO TO LOT-ITEM-CODIGO
                   MOVE MOV-LOTE TO LOT-NUMERO
                   MOVE MOV-LOCAL TO LOT-LOCAL
                   MOVE MOV-VALIDADE TO LOT-VALIDADE
                   MOVE MOV-QUANTIDADE TO LOT-QUANTIDADE
                   SET LOT-ATIVO TO TRUE
                   WRITE REGISTRO-LOTE
                       INVALID KEY
                           MOVE "WRITE" TO ERR-OPERACAO
                           PERFORM REGISTRAR-FALHA-LOTE
                   END-WRITE
               NOT INVALID KEY
                   ADD MOV-QUANTIDADE TO LOT-QUANTIDADE
                       MOVE MOV-VALIDADE TO LOT-VALIDADE
                   END-IF
                   REWRITE REGISTRO-LOTE
                       INVALID KEY
                           MOVE "REWRITE" TO ERR-OPERACAO
                           PERFORM REGISTRAR-FALHA-LOTE
                   END-REWRITE
           END-READ.

       GRAVAR-REJEITO-FILA.
           ADD 1 TO WS-TOTAL-FILA-REJ
           MOVE SPACES TO REGISTRO-REJ-FILA
           MOVE WS-MOTIVO-REJEITO TO RJF-MOTIVO
           MOVE REGISTRO-MOVIMENTO TO RJF-IMAGEM
           WRITE REGISTRO-REJ-FILA
           DISPLAY "Movimento recusado - item " MOV-ITEM-CODIGO
               " saida " MOV-QUANTIDADE " maior que o saldo "
               WS-SALDO-LOCAL " do almoxarifado " MOV-LOCAL
               " (fila MOVREJ)".

      * O relatorio de recusas sai no fim da aplicacao, com tudo que
      * esta na fila aguardando a revisao do LANMOV - inclusive
           PERFORM LER-PROXIMO-FILA.

      * Saida com lote indicado (a baixa de vencidos de BAIXAVENC
      * vem assim) desconta direto do proprio lote no local, mesmo ja
      * marcado como baixado - o FEFO e so para a saida comum, sem
      * lote. Na transferencia o que sai do lote entra no lote de
      * mesmo numero no destino.
       CONSUMIR-LOTE-INDICADO.
           MOVE MOV-ITEM-CODIGO TO LOT-ITEM-CODIGO
           MOVE MOV-LOTE TO LOT-NUMERO
           MOVE MOV-LOCAL TO LOT-LOCAL
           READ LOTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MOV-QUANTIDADE TO WS-QTDE-A-CONSUMIR
                   PERFORM DEBITAR-LOTE-LIDO
           END-READ.

      * FEFO: a saida consome primeiro o lote ativo de validade mais
      * proxima do proprio almoxarifado, lote a lote, ate cobrir a
      * quantidade - quem digita a saida nao escolhe lote nenhum. A
      * transferencia sem lote leva os lotes da origem na mesma
      * ordem.
       CONSUMIR-LOTES-FEFO.
           MOVE MOV-QUANTIDADE TO WS-QTDE-A-CONSUMIR
           MOVE "S" TO WS-ACHOU-LOTE
           IF ACHOU-LOTE
               MOVE MOV-ITEM-CODIGO TO LOT-ITEM-CODIGO
               MOVE WS-LOTE-ESCOLHIDO TO LOT-NUMERO
               MOVE MOV-LOCAL TO LOT-LOCAL
               READ LOTE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ACHOU-LOTE
                   NOT INVALID KEY
                       PERFORM DEBITAR-LOTE-LIDO
               END-READ
           END-IF.

       DEBITAR-LOTE-LIDO.
           IF LOT-QUANTIDADE <= ZERO
               MOVE ZERO TO WS-CONSUMO-LOTE
           ELSE
               IF LOT-QUANTIDADE <= WS-QTDE-A-CONSUMIR
                   MOVE LOT-QUANTIDADE TO WS-CONSUMO-LOTE
               ELSE
                   MOVE WS-QTDE-A-CONSUMIR TO WS-CONSUMO-LOTE
               END-IF
           END-IF
           SUBTRACT WS-CONSUMO-LOTE FROM LOT-QUANTIDADE
           SUBTRACT WS-CONSUMO-LOTE FROM WS-QTDE-A-CONSUMIR
           IF LOT-QUANTIDADE < ZERO
               MOVE ZERO TO LOT-QUANTIDADE
           END-IF
           MOVE LOT-NUMERO TO WS-NUMERO-LOTE
           MOVE LOT-VALIDADE TO WS-VALIDADE-LOTE
           REWRITE REGISTRO-LOTE
               INVALID KEY
                   MOVE "REWRITE" TO ERR-OPERACAO
                   PERFORM REGISTRAR-FALHA-LOTE
           END-REWRITE
           IF MOV-TRANSFERENCIA AND WS-CONSUMO-LOTE > ZERO
               PERFORM CREDITAR-LOTE-DESTINO
           END-IF.

       CREDITAR-LOTE-DESTINO.
           MOVE MOV-ITEM-CODIGO TO LOT-ITEM-CODIGO
           MOVE WS-NUMERO-LOTE TO LOT-NUMERO
           MOVE MOV-LOCAL-DESTINO TO LOT-LOCAL
           READ LOTE-FILE
               INVALID KEY
                   MOVE MOV-ITEM-CODIGO TO LOT-ITEM-CODIGO
                   MOVE WS-NUMERO-LOTE TO LOT-NUMERO
                   MOVE MOV-LOCAL-DESTINO TO LOT-LOCAL
                   MOVE WS-VALIDADE-LOTE TO LOT-VALIDADE
                   MOVE WS-CONSUMO-LOTE TO LOT-QUANTIDADE
                   SET LOT-ATIVO TO TRUE
                   WRITE REGISTRO-LOTE
                       INVALID KEY
                           MOVE "WRITE" TO ERR-OPERACAO
                           PERFORM REGISTRAR-FALHA-LOTE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-CONSUMO-LOTE TO LOT-QUANTIDADE
                   REWRITE REGISTRO-LOTE
                       INVALID KEY
                           MOVE "REWRITE" TO ERR-OPERACAO
                           PERFORM REGISTRAR-FALHA-LOTE
                   END-REWRITE
           END-READ.

      * O saldo do item e dos locais ja foi mexido quando o lote e
      * gravado - a falha no LOTES nao desfaz o movimento, mas vai
      * para o ERROLOG, aparece na tela e no resumo e o passo termina
      * com codigo 4 para o lote ser acertado antes do proximo FEFO.
       REGISTRAR-FALHA-LOTE.
           MOVE "LOTES" TO ERR-ARQUIVO
           MOVE WS-STATUS-LOT TO ERR-STATUS
           MOVE LOT-CHAVE TO ERR-CHAVE
           PERFORM REGISTRAR-ERRO-IO
           ADD 1 TO WS-TOTAL-FALHAS-LOTE
           DISPLAY "*** Lote " LOT-NUMERO " do item " LOT-ITEM-CODIGO
               " no almoxarifado " LOT-LOCAL
               " nao atualizado - status " WS-STATUS-LOT.

      * Varre os lotes do item atras do ativo com saldo, no
      * almoxarifado do movimento, com a validade mais proxima; sem
      * lote disponivel a saida segue so pelo saldo (item sem
      * controle de lote).
       LOCALIZAR-LOTE-MAIS-ANTIGO.
           MOVE "N" TO WS-ACHOU-LOTE
           MOVE "N" TO WS-FIM-LOTES
           MOVE 99999999 TO WS-MELHOR-VALIDADE
           MOVE MOV-ITEM-CODIGO TO LOT-ITEM-CODIGO
           MOVE LOW-VALUES TO LOT-NUMERO
           MOVE ZEROS TO LOT-LOCAL
           START LOTE-FILE KEY NOT < LOT-CHAVE
               INVALID KEY SET FIM-LOTES TO TRUE
           END-START
               SET FIM-LOTES TO TRUE
           ELSE
               IF LOT-ATIVO AND LOT-QUANTIDADE > ZERO
                       AND LOT-LOCAL = MOV-LOCAL
                       AND LOT-VALIDADE < WS-MELHOR-VALIDADE
                   MOVE LOT-VALIDADE TO WS-MELHOR-VALIDADE
                   MOVE LOT-NUMERO TO WS-LOTE-ESCOLHIDO

       RECALCULAR-CUSTO-MEDIO.
           MOVE CUSTO-UNITARIO TO WS-CUSTO-ANTIGO
           MOVE ITEM-ULTIMO-PRECO TO WS-PRECO-ANTERIOR
           IF WS-SALDO-ANTES < ZERO
               MOVE ZERO TO WS-SALDO-ANTES
           END-IF
           MOVE MOV-PRECO-UNIT TO CUS-PRECO-COMPRA
           MOVE MOV-QUANTIDADE TO CUS-QUANTIDADE
           MOVE "APLICMOV" TO CUS-ORIGEM
           MOVE WS-PRECO-ANTERIOR TO CUS-PRECO-ANTERIOR
           MOVE ZEROS TO CUS-FORNECEDOR
           WRITE REGISTRO-CUSTO-HIST.

       ACUMULAR-RESUMO-ITEM.
               MOVE ZEROS TO TAB-ENTRADAS(WS-QTDE-ITEM)
               MOVE ZEROS TO TAB-SAIDAS(WS-QTDE-ITEM)
               MOVE ZEROS TO TAB-AJUSTES(WS-QTDE-ITEM)
               MOVE ZEROS TO TAB-TRANSFERIDOS(WS-QTDE-ITEM)
               MOVE ZEROS TO TAB-DEVOLVIDOS(WS-QTDE-ITEM)
               MOVE WS-QTDE-ITEM TO WS-INDICE-ITEM
               SET ACHOU-ITEM TO TRUE
           END-IF
                           TO TAB-SAIDAS(WS-INDICE-ITEM)
                   WHEN MOV-AJUSTE
                       ADD 1 TO TAB-AJUSTES(WS-INDICE-ITEM)
                   WHEN MOV-TRANSFERENCIA
                       ADD MOV-QUANTIDADE
                           TO TAB-TRANSFERIDOS(WS-INDICE-ITEM)
                   WHEN MOV-DEVOLUCAO
                       ADD MOV-QUANTIDADE
                           TO TAB-DEVOLVIDOS(WS-INDICE-ITEM)
               END-EVALUATE
           END-IF.

       IMPRIMIR-RESUMO.
           DISPLAY " "
           DISPLAY "Resumo por item:"
           DISPLAY "Item  Entradas  Saidas  Ajustes  Transferidos  "
               "Devolvidos"
           PERFORM IMPRIMIR-LINHA-RESUMO
               VARYING WS-INDICE-ITEM FROM 1 BY 1
               UNTIL WS-INDICE-ITEM > WS-QTDE-ITEM
           DISPLAY "Movimentos aplicados.: " WS-TOTAL-APLICADOS
           DISPLAY "Movimentos rejeitados: " WS-TOTAL-REJEITADOS
               " (ver APLICMOV.ERR)"
           IF WS-TOTAL-FALHAS-LOTE > ZERO
               DISPLAY "Falhas de gravacao de lote: "
                   WS-TOTAL-FALHAS-LOTE " (ver ERROLOG) - LOTES "
                   "fora do saldo do item"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "===== FIM DA APLICACAO DE MOVIMENTOS =====".

       IMPRIMIR-LINHA-RESUMO.
           DISPLAY TAB-ITEM-CODIGO(WS-INDICE-ITEM) "  "
               TAB-ENTRADAS(WS-INDICE-ITEM) "    "
               TAB-SAIDAS(WS-INDICE-ITEM) "  "
               TAB-AJUSTES(WS-INDICE-ITEM) "     "
               TAB-TRANSFERIDOS(WS-INDICE-ITEM) "        "
               TAB-DEVOLVIDOS(WS-INDICE-ITEM).

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "APLICMOV" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM APLICMOV.
