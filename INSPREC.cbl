      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inspecao do recebimento - a mercadoria registrada em
      *          RECEBPED fica em quarentena no arquivo INSPECAO
      *          (REGINS.cpy), fora do saldo disponivel, ate o
      *          inspetor decidir aqui quanto aceita e quanto rejeita.
      *          O aceito entra no estoque como o recebimento sempre
      *          entrou: QUANTIDADE-ATUAL, custo medio ponderado com
      *          rastro em CUSTOHIS, lote e saldo do almoxarifado
      *          (SALDOALM). O rejeitado vira documento de devolucao
      *          ao fornecedor com nota de debito (DEVOLUC,
      *          REGDEV.cpy), impresso pelo spool (SPOOLREP,
      *          SPL.DEVOLUC), e um movimento de devolucao ("D") no
      *          MOVPEND que o APLICMOV arquiva e o KARDEX mostra; o
      *          pedido volta a aberto esperando a reposicao. Quem
      *          registrou a chegada nao inspeciona. Tambem lista e
      *          baixa as notas de debito quando o fornecedor
      *          compensa o valor. Chamado a partir do submenu de
      *          estoque de SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPREC.
       ENVIRONMENT DIVISION.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSPECAO-FILE ASSIGN TO "INSPECAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-NUMERO
               FILE STATUS IS WS-STATUS-INS.
           SELECT PEDIDO-FILE ASSIGN TO "PEDIDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WS-STATUS-PED.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODIGO
               FILE STATUS IS WS-STATUS-EST.
           SELECT LOTE-FILE ASSIGN TO "LOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WS-STATUS-LOT.
           SELECT CUSTO-HIST-FILE ASSIGN TO "CUSTOHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CUS.
           SELECT DEVOLUCAO-FILE ASSIGN TO "DEVOLUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-NUMERO
               FILE STATUS IS WS-STATUS-DEV.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WS-STATUS-FOR.
           SELECT MOVIMENTO-FILE ASSIGN TO "MOVPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV.
       DATA DIVISION.
       FILE SECTION.
       FD  INSPECAO-FILE.
           COPY "REGINS.cpy".
       FD  PEDIDO-FILE.
           COPY "REGPED.cpy".
       FD  ESTOQUE-FILE.
           COPY "REGEST.cpy".
       FD  LOTE-FILE.
           COPY "REGLOT.cpy".
       FD  CUSTO-HIST-FILE.
           COPY "REGCUS.cpy".
       FD  DEVOLUCAO-FILE.
           COPY "REGDEV.cpy".
       FD  FORNECEDOR-FILE.
           COPY "REGFOR.cpy".
       FD  MOVIMENTO-FILE.
           COPY "REGMOV.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-INS       PIC X(02) VALUE SPACES.
       77  WS-STATUS-PED       PIC X(02) VALUE SPACES.
       77  WS-STATUS-EST       PIC X(02) VALUE SPACES.
       77  WS-STATUS-LOT       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CUS       PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEV       PIC X(02) VALUE SPACES.
       77  WS-STATUS-FOR       PIC X(02) VALUE SPACES.
       77  WS-STATUS-MOV       PIC X(02) VALUE SPACES.
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-NUMERO-DIGITADO  PIC 9(06) VALUE ZEROS.
       77  WS-ULTIMO-NUMERO    PIC 9(06) VALUE ZEROS.
       77  WS-QTDE-ACEITA      PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-REJEITADA   PIC 9(04) VALUE ZEROS.
       77  WS-MOTIVO           PIC X(30) VALUE SPACES.
       77  WS-NUMERO-DEVOLUCAO PIC 9(06) VALUE ZEROS.
       77  WS-DECISAO-OK       PIC X(01) VALUE "S".
           88 DECISAO-OK           VALUE "S".
       77  WS-PEDIDO-ABERTO    PIC X(01) VALUE "N".
           88 PEDIDO-ABERTO        VALUE "S".
       77  WS-ESTOQUE-ABERTO   PIC X(01) VALUE "N".
           88 ESTOQUE-ABERTO       VALUE "S".
       77  WS-DEVOLUCAO-ABERTA PIC X(01) VALUE "N".
           88 DEVOLUCAO-ABERTA     VALUE "S".
       77  WS-SALDO-ANTES      PIC S9(05) VALUE ZERO.
       77  WS-CUSTO-ANTIGO     PIC 9(08)V99 VALUE ZEROS.
       77  WS-PRECO-ANTERIOR   PIC 9(08)V99 VALUE ZEROS.
       77  WS-CUSTO-NOVO       PIC 9(08)V99 VALUE ZEROS.
       77  WS-TOTAL-LISTADOS   PIC 9(04) VALUE ZERO.
       77  WS-TOTAL-DEBITOS    PIC 9(13)V99 VALUE ZEROS.
       77  WS-NOME-FORNECEDOR  PIC X(30) VALUE SPACES.
       77  WS-CONTATO-FORNECEDOR PIC X(30) VALUE SPACES.
       77  WS-SAL-ACAO         PIC X(01) VALUE SPACE.
       77  WS-SAL-ITEM         PIC 9(04) VALUE ZEROS.
       77  WS-SAL-LOCAL        PIC 9(02) VALUE ZEROS.
       77  WS-SAL-QUANTIDADE   PIC S9(05) VALUE ZERO.
       77  WS-SAL-RESULTADO    PIC X(01) VALUE SPACE.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "DEVOLUC".
       01  LINHA-DEVOLUCAO     PIC X(100) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZ9,99.
       01  WS-PRECO-EDIT       PIC ZZZZZZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZ9.99.
       01  WS-PRECO-EDIT       PIC ZZZZZZZ9.99.
      >>END-IF
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
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
               GOBACK
           END-IF
           DISPLAY "----- INSPECAO DO RECEBIMENTO -----".
           DISPLAY "1-Quarentena  2-Inspecionar  "
               "3-Notas de debito  4-Baixar nota de debito : "
               WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO.
           EVALUATE WS-SUBOPCAO
               WHEN 1 PERFORM LISTAR-QUARENTENA
               WHEN 2 PERFORM INSPECIONAR-RECEBIMENTO
               WHEN 3 PERFORM LISTAR-NOTAS-DEBITO
               WHEN 4 PERFORM BAIXAR-NOTA-DEBITO
               WHEN OTHER DISPLAY "Opcao invalida"
           END-EVALUATE
           CLOSE INSPECAO-FILE
           GOBACK.

       LISTAR-QUARENTENA.
           MOVE ZERO TO WS-TOTAL-LISTADOS
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO INS-NUMERO
           START INSPECAO-FILE KEY NOT < INS-NUMERO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           DISPLAY "Insp.  Pedido Item Qtde Lote       Lc Chegada  "
               "Recebedor"
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-INSPECAO
           END-IF
           PERFORM MOSTRAR-QUARENTENA UNTIL FIM-ARQUIVO
           DISPLAY "Recebimentos em quarentena: " WS-TOTAL-LISTADOS.

       LER-PROXIMA-INSPECAO.
           READ INSPECAO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       MOSTRAR-QUARENTENA.
           IF INS-QUARENTENA
               DISPLAY INS-NUMERO " " INS-PEDIDO " "
                   INS-ITEM-CODIGO " " INS-QUANTIDADE " " INS-LOTE
                   " " INS-LOCAL " " INS-DATA-RECEBIMENTO " "
                   INS-RECEBEDOR
               ADD 1 TO WS-TOTAL-LISTADOS
           END-IF
           PERFORM LER-PROXIMA-INSPECAO.

       INSPECIONAR-RECEBIMENTO.
           DISPLAY "Numero da inspecao: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO-DIGITADO.
           MOVE WS-NUMERO-DIGITADO TO INS-NUMERO
           READ INSPECAO-FILE
               INVALID KEY
                   DISPLAY "Inspecao nao encontrada"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT INS-QUARENTENA
                           DISPLAY "Recebimento ja inspecionado em "
                               INS-DATA-INSPECAO " por "
                               INS-INSPETOR
                       WHEN INS-RECEBEDOR = OPERADOR-LOGADO
                           DISPLAY "Quem registrou o recebimento "
                               "nao pode inspeciona-lo"
                       WHEN OTHER
                           PERFORM REGISTRAR-DECISAO
                   END-EVALUATE
           END-READ.

      * Aceito + rejeitado = o que chegou; o rejeitado leva o motivo
      * que sai no documento de devolucao.
       REGISTRAR-DECISAO.
           DISPLAY "Pedido " INS-PEDIDO "  item " INS-ITEM-CODIGO
               "  recebido " INS-QUANTIDADE "  lote " INS-LOTE
               "  almoxarifado " INS-LOCAL
           DISPLAY "Quantidade aceita (0 a " INS-QUANTIDADE "): "
               WITH NO ADVANCING
           ACCEPT WS-QTDE-ACEITA
           IF WS-QTDE-ACEITA > INS-QUANTIDADE
               DISPLAY "Aceito maior que o recebido - inspecao nao "
                   "registrada"
           ELSE
               SUBTRACT WS-QTDE-ACEITA FROM INS-QUANTIDADE
                   GIVING WS-QTDE-REJEITADA
               MOVE SPACES TO WS-MOTIVO
               IF WS-QTDE-REJEITADA > ZERO
                   DISPLAY "Motivo da rejeicao: " WITH NO ADVANCING
                   ACCEPT WS-MOTIVO
                   IF WS-MOTIVO = SPACES
                       MOVE "REJEITADO NA INSPECAO" TO WS-MOTIVO
                   END-IF
               END-IF
               DISPLAY "Aceitar " WS-QTDE-ACEITA " e devolver "
                   WS-QTDE-REJEITADA " - confirma (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM EFETIVAR-DECISAO
               ELSE
                   DISPLAY "Operacao cancelada"
               END-IF
           END-IF.

      * Pedido, item e (havendo rejeicao) o arquivo de devolucoes sao
      * conferidos antes de qualquer gravacao - a decisao entra
      * inteira ou nao entra.
       EFETIVAR-DECISAO.
           MOVE "S" TO WS-DECISAO-OK
           MOVE ZEROS TO WS-NUMERO-DEVOLUCAO
           PERFORM ABRIR-ARQUIVOS-DECISAO
           IF DECISAO-OK AND WS-QTDE-ACEITA > ZERO
               PERFORM CREDITAR-ACEITO
           END-IF
           IF DECISAO-OK
               IF WS-QTDE-REJEITADA > ZERO
                   PERFORM GERAR-DEVOLUCAO
               END-IF
               PERFORM ATUALIZAR-PEDIDO
               PERFORM FECHAR-INSPECAO
           END-IF
           PERFORM FECHAR-ARQUIVOS-DECISAO.

       ABRIR-ARQUIVOS-DECISAO.
           MOVE "N" TO WS-PEDIDO-ABERTO
           MOVE "N" TO WS-ESTOQUE-ABERTO
           MOVE "N" TO WS-DEVOLUCAO-ABERTA
           OPEN I-O PEDIDO-FILE
           IF WS-STATUS-PED = "00"
               SET PEDIDO-ABERTO TO TRUE
               MOVE INS-PEDIDO TO PED-NUMERO
               READ PEDIDO-FILE
                   INVALID KEY
                       DISPLAY "Pedido " INS-PEDIDO " nao encontrado"
                       MOVE "N" TO WS-DECISAO-OK
               END-READ
           ELSE
               MOVE "PEDIDOS" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-PED TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de pedidos indisponivel - status "
                   WS-STATUS-PED
               MOVE "N" TO WS-DECISAO-OK
           END-IF
           OPEN I-O ESTOQUE-FILE
           IF WS-STATUS-EST = "00"
               SET ESTOQUE-ABERTO TO TRUE
               MOVE INS-ITEM-CODIGO TO ITEM-CODIGO
               READ ESTOQUE-FILE
                   INVALID KEY
                       DISPLAY "Item " INS-ITEM-CODIGO
                           " nao esta mais no estoque"
                       MOVE "N" TO WS-DECISAO-OK
               END-READ
           ELSE
               MOVE "ESTOQUE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EST TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de estoque indisponivel - status "
                   WS-STATUS-EST
               MOVE "N" TO WS-DECISAO-OK
           END-IF
           IF WS-QTDE-REJEITADA > ZERO
               OPEN I-O DEVOLUCAO-FILE
               IF WS-STATUS-DEV = "35"
                   OPEN OUTPUT DEVOLUCAO-FILE
                   CLOSE DEVOLUCAO-FILE
                   OPEN I-O DEVOLUCAO-FILE
               END-IF
               IF WS-STATUS-DEV = "00"
                   SET DEVOLUCAO-ABERTA TO TRUE
               ELSE
                   MOVE "DEVOLUC" TO ERR-ARQUIVO
                   MOVE "OPEN" TO ERR-OPERACAO
                   MOVE WS-STATUS-DEV TO ERR-STATUS
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Arquivo de devolucoes indisponivel - "
                       "status " WS-STATUS-DEV
                   MOVE "N" TO WS-DECISAO-OK
               END-IF
           END-IF
           IF NOT DECISAO-OK
               DISPLAY "Inspecao nao registrada"
           END-IF.

       FECHAR-ARQUIVOS-DECISAO.
           IF PEDIDO-ABERTO
               CLOSE PEDIDO-FILE
           END-IF
           IF ESTOQUE-ABERTO
               CLOSE ESTOQUE-FILE
           END-IF
           IF DEVOLUCAO-ABERTA
               CLOSE DEVOLUCAO-FILE
           END-IF.

      * O aceito entra no estoque do mesmo jeito que o recebimento
      * sempre entrou: saldo, custo medio ponderado pelo preco pago,
      * lote e saldo do almoxarifado informado na chegada.
       CREDITAR-ACEITO.
           MOVE QUANTIDADE-ATUAL TO WS-SALDO-ANTES
           ADD WS-QTDE-ACEITA TO QUANTIDADE-ATUAL
           IF INS-PRECO-PAGO > ZEROS
               PERFORM RECALCULAR-CUSTO-MEDIO
           END-IF
           REWRITE REGISTRO-ESTOQUE
               INVALID KEY
                   MOVE "ESTOQUE" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-EST TO ERR-STATUS
                   MOVE ITEM-CODIGO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao creditar o estoque - inspecao "
                       "nao registrada"
                   MOVE "N" TO WS-DECISAO-OK
               NOT INVALID KEY
                   IF INS-PRECO-PAGO > ZEROS
                       PERFORM GRAVAR-CUSTO-HIST
                   END-IF
                   IF INS-LOTE NOT = SPACES
                       PERFORM CREDITAR-LOTE
                   END-IF
                   PERFORM CREDITAR-SALDO-LOCAL
           END-REWRITE.

       RECALCULAR-CUSTO-MEDIO.
           MOVE CUSTO-UNITARIO TO WS-CUSTO-ANTIGO
           MOVE ITEM-ULTIMO-PRECO TO WS-PRECO-ANTERIOR
           IF WS-SALDO-ANTES < ZERO
               MOVE ZERO TO WS-SALDO-ANTES
           END-IF
           COMPUTE WS-CUSTO-NOVO ROUNDED =
               (WS-SALDO-ANTES * CUSTO-UNITARIO
                   + WS-QTDE-ACEITA * INS-PRECO-PAGO)
               / (WS-SALDO-ANTES + WS-QTDE-ACEITA)
           MOVE WS-CUSTO-NOVO TO CUSTO-UNITARIO
           MOVE INS-PRECO-PAGO TO ITEM-ULTIMO-PRECO.

       GRAVAR-CUSTO-HIST.
           OPEN EXTEND CUSTO-HIST-FILE
           IF WS-STATUS-CUS NOT = "00"
               OPEN OUTPUT CUSTO-HIST-FILE
           END-IF
           MOVE ITEM-CODIGO TO CUS-ITEM-CODIGO
           ACCEPT CUS-DATA FROM DATE YYYYMMDD
           ACCEPT CUS-HORA FROM TIME
           MOVE WS-CUSTO-ANTIGO TO CUS-CUSTO-ANTIGO
           MOVE WS-CUSTO-NOVO TO CUS-CUSTO-NOVO
           MOVE INS-PRECO-PAGO TO CUS-PRECO-COMPRA
           MOVE WS-QTDE-ACEITA TO CUS-QUANTIDADE
           MOVE "INSPREC" TO CUS-ORIGEM
           MOVE WS-PRECO-ANTERIOR TO CUS-PRECO-ANTERIOR
           MOVE INS-FORNECEDOR TO CUS-FORNECEDOR
           WRITE REGISTRO-CUSTO-HIST
           CLOSE CUSTO-HIST-FILE.

       CREDITAR-LOTE.
           OPEN I-O LOTE-FILE
           IF WS-STATUS-LOT = "35"
               OPEN OUTPUT LOTE-FILE
               CLOSE LOTE-FILE
               OPEN I-O LOTE-FILE
           END-IF
           IF WS-STATUS-LOT = "00"
               MOVE ITEM-CODIGO TO LOT-ITEM-CODIGO
               MOVE INS-LOTE TO LOT-NUMERO
               MOVE INS-LOCAL TO LOT-LOCAL
               READ LOTE-FILE
                   INVALID KEY
                       MOVE ITEM-CODIGO TO LOT-ITEM-CODIGO
                       MOVE INS-LOTE TO LOT-NUMERO
                       MOVE INS-LOCAL TO LOT-LOCAL
                       MOVE INS-VALIDADE TO LOT-VALIDADE
                       MOVE WS-QTDE-ACEITA TO LOT-QUANTIDADE
                       SET LOT-ATIVO TO TRUE
                       WRITE REGISTRO-LOTE
                           INVALID KEY
                               MOVE "WRITE" TO ERR-OPERACAO
                               PERFORM REGISTRAR-FALHA-LOTE
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-QTDE-ACEITA TO LOT-QUANTIDADE
                       IF INS-VALIDADE NOT = ZEROS
                           MOVE INS-VALIDADE TO LOT-VALIDADE
                       END-IF
                       REWRITE REGISTRO-LOTE
                           INVALID KEY
                               MOVE "REWRITE" TO ERR-OPERACAO
                               PERFORM REGISTRAR-FALHA-LOTE
                       END-REWRITE
               END-READ
               CLOSE LOTE-FILE
           ELSE
               MOVE "OPEN" TO ERR-OPERACAO
               PERFORM REGISTRAR-FALHA-LOTE
           END-IF.

      * O estoque do item ja foi creditado quando o lote e gravado -
      * a inspecao segue registrada (refaze-la creditaria o item de
      * novo), mas a falha vai para o ERROLOG e o operador e avisado
      * para acertar o lote antes que o FEFO da saida dependa dele.
       REGISTRAR-FALHA-LOTE.
           MOVE ITEM-CODIGO TO LOT-ITEM-CODIGO
           MOVE INS-LOTE TO LOT-NUMERO
           MOVE INS-LOCAL TO LOT-LOCAL
           MOVE "LOTES" TO ERR-ARQUIVO
           MOVE WS-STATUS-LOT TO ERR-STATUS
           MOVE LOT-CHAVE TO ERR-CHAVE
           PERFORM REGISTRAR-ERRO-IO
           DISPLAY "*** Lote " INS-LOTE " do item " ITEM-CODIGO
               " nao creditado - status " WS-STATUS-LOT
           DISPLAY "*** Estoque do item creditado sem o lote - acerte "
               "o LOTES antes da proxima saida".

       CREDITAR-SALDO-LOCAL.
           MOVE "S" TO WS-SAL-ACAO
           MOVE ITEM-CODIGO TO WS-SAL-ITEM
           MOVE INS-LOCAL TO WS-SAL-LOCAL
           MOVE WS-QTDE-ACEITA TO WS-SAL-QUANTIDADE
           CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
               WS-SAL-LOCAL, WS-SAL-QUANTIDADE, WS-SAL-RESULTADO
           IF WS-SAL-RESULTADO NOT = "S"
               DISPLAY "Falha ao creditar o almoxarifado " INS-LOCAL
           END-IF.

      * O rejeitado volta ao fornecedor ao preco pago na chegada: o
      * documento de devolucao e a nota de debito sao o mesmo
      * registro, impresso no spool do dia, e o movimento "D" deixa a
      * saida no rastro do item.
       GERAR-DEVOLUCAO.
           PERFORM LOCALIZAR-ULTIMA-DEVOLUCAO
           INITIALIZE REGISTRO-DEVOLUCAO
           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE WS-ULTIMO-NUMERO TO DEV-NUMERO
           MOVE INS-FORNECEDOR TO DEV-FORNECEDOR
           MOVE INS-PEDIDO TO DEV-PEDIDO
           MOVE INS-NUMERO TO DEV-INSPECAO
           MOVE INS-ITEM-CODIGO TO DEV-ITEM-CODIGO
           MOVE WS-QTDE-REJEITADA TO DEV-QUANTIDADE
           MOVE INS-PRECO-PAGO TO DEV-PRECO-UNIT
           COMPUTE DEV-VALOR = WS-QTDE-REJEITADA * INS-PRECO-PAGO
           MOVE INS-LOTE TO DEV-LOTE
           MOVE INS-LOCAL TO DEV-LOCAL
           MOVE WS-MOTIVO TO DEV-MOTIVO
           ACCEPT DEV-DATA-EMISSAO FROM DATE YYYYMMDD
           MOVE OPERADOR-LOGADO TO DEV-OPERADOR
           SET DEV-DEBITO-ABERTO TO TRUE
           MOVE ZEROS TO DEV-DATA-BAIXA
           WRITE REGISTRO-DEVOLUCAO
               INVALID KEY
                   MOVE "DEVOLUC" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-DEV TO ERR-STATUS
                   MOVE DEV-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar a devolucao - status "
                       WS-STATUS-DEV
               NOT INVALID KEY
                   MOVE DEV-NUMERO TO WS-NUMERO-DEVOLUCAO
                   PERFORM IMPRIMIR-DOCUMENTO-DEVOLUCAO
                   PERFORM GRAVAR-MOVIMENTO-DEVOLUCAO
           END-WRITE.

       LOCALIZAR-ULTIMA-DEVOLUCAO.
           MOVE ZEROS TO WS-ULTIMO-NUMERO
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO DEV-NUMERO
           START DEVOLUCAO-FILE KEY NOT < DEV-NUMERO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           PERFORM LER-PROXIMA-DEVOLUCAO-NUMERO UNTIL FIM-ARQUIVO.

       LER-PROXIMA-DEVOLUCAO-NUMERO.
           READ DEVOLUCAO-FILE NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   MOVE DEV-NUMERO TO WS-ULTIMO-NUMERO
           END-READ.

      * Todas as devolucoes do dia vao para o mesmo spool datado
      * (retomada "R" em vez de abertura nova).
       IMPRIMIR-DOCUMENTO-DEVOLUCAO.
           PERFORM LER-FORNECEDOR
           MOVE "R" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-DEVOLUCAO
           MOVE ALL "=" TO LINHA-DEVOLUCAO
           PERFORM GRAVAR-LINHA-DEVOLUCAO
           MOVE SPACES TO LINHA-DEVOLUCAO
           STRING "DEVOLUCAO AO FORNECEDOR No " DEV-NUMERO
               " - EMISSAO " DEV-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-DEVOLUCAO
           PERFORM GRAVAR-LINHA-DEVOLUCAO
           MOVE SPACES TO LINHA-DEVOLUCAO
           STRING "FORNECEDOR " DEV-FORNECEDOR " " WS-NOME-FORNECEDOR
               DELIMITED BY SIZE INTO LINHA-DEVOLUCAO
           PERFORM GRAVAR-LINHA-DEVOLUCAO
           MOVE SPACES TO LINHA-DEVOLUCAO
           STRING "CONTATO    " WS-CONTATO-FORNECEDOR
               DELIMITED BY SIZE INTO LINHA-DEVOLUCAO
           PERFORM GRAVAR-LINHA-DEVOLUCAO
           MOVE SPACES TO LINHA-DEVOLUCAO
           STRING "PEDIDO " DEV-PEDIDO "  INSPECAO " DEV-INSPECAO
               "  ALMOXARIFADO " DEV-LOCAL
               DELIMITED BY SIZE INTO LINHA-DEVOLUCAO
           PERFORM GRAVAR-LINHA-DEVOLUCAO
           MOVE SPACES TO LINHA-DEVOLUCAO
           STRING "ITEM " DEV-ITEM-CODIGO " " ITEM-DESCRICAO
               "  LOTE " DEV-LOTE
               DELIMITED BY SIZE INTO LINHA-DEVOLUCAO
           PERFORM GRAVAR-LINHA-DEVOLUCAO
           MOVE DEV-PRECO-UNIT TO WS-PRECO-EDIT
           MOVE DEV-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-DEVOLUCAO
           STRING "QUANTIDADE DEVOLVIDA " DEV-QUANTIDADE
               "  PRECO UNIT. " WS-PRECO-EDIT
               "  VALOR " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-DEVOLUCAO
           PERFORM GRAVAR-LINHA-DEVOLUCAO
           MOVE SPACES TO LINHA-DEVOLUCAO
           STRING "MOTIVO: " DEV-MOTIVO
               DELIMITED BY SIZE INTO LINHA-DEVOLUCAO
           PERFORM GRAVAR-LINHA-DEVOLUCAO
           MOVE SPACES TO LINHA-DEVOLUCAO
           STRING "NOTA DE DEBITO CONTRA O FORNECEDOR NO VALOR DE "
               WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-DEVOLUCAO
           PERFORM GRAVAR-LINHA-DEVOLUCAO
           MOVE SPACES TO LINHA-DEVOLUCAO
           STRING "INSPETOR " DEV-OPERADOR
               DELIMITED BY SIZE INTO LINHA-DEVOLUCAO
           PERFORM GRAVAR-LINHA-DEVOLUCAO
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-DEVOLUCAO
           DISPLAY "Devolucao " DEV-NUMERO " emitida - nota de debito "
               WS-VALOR-EDIT " (spool DEVOLUC)".

       GRAVAR-LINHA-DEVOLUCAO.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-DEVOLUCAO.

       LER-FORNECEDOR.
           MOVE "(FORNECEDOR NAO CADASTRADO)" TO WS-NOME-FORNECEDOR
           MOVE SPACES TO WS-CONTATO-FORNECEDOR
           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FOR = "00"
               MOVE DEV-FORNECEDOR TO FOR-CODIGO
               READ FORNECEDOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FOR-NOME TO WS-NOME-FORNECEDOR
                       MOVE FOR-CONTATO TO WS-CONTATO-FORNECEDOR
               END-READ
               CLOSE FORNECEDOR-FILE
           END-IF.

      * A mercadoria rejeitada nunca entrou no saldo disponivel - o
      * "D" so deixa a saida no rastro (MOVAPLIC, KARDEX).
       GRAVAR-MOVIMENTO-DEVOLUCAO.
           OPEN EXTEND MOVIMENTO-FILE
           IF WS-STATUS-MOV NOT = "00"
               OPEN OUTPUT MOVIMENTO-FILE
           END-IF
           IF WS-STATUS-MOV NOT = "00"
               MOVE "MOVPEND" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-MOV TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "MOVPEND indisponivel - status " WS-STATUS-MOV
                   " (devolucao sem movimento no kardex)"
           ELSE
               MOVE INS-ITEM-CODIGO TO MOV-ITEM-CODIGO
               ACCEPT MOV-DATA FROM DATE YYYYMMDD
               ACCEPT MOV-HORA FROM TIME
               SET MOV-DEVOLUCAO TO TRUE
               MOVE WS-QTDE-REJEITADA TO MOV-QUANTIDADE
               MOVE INS-PRECO-PAGO TO MOV-PRECO-UNIT
               MOVE INS-LOTE TO MOV-LOTE
               MOVE INS-VALIDADE TO MOV-VALIDADE
               MOVE OPERADOR-LOGADO TO MOV-OPERADOR
               MOVE SPACES TO MOV-CCUSTO
               MOVE ZEROS TO MOV-REQUISICAO
               MOVE INS-LOCAL TO MOV-LOCAL
               MOVE ZEROS TO MOV-LOCAL-DESTINO
               WRITE REGISTRO-MOVIMENTO
               CLOSE MOVIMENTO-FILE
           END-IF.

      * Soma o aceito no pedido. Se algo foi devolvido e o aceito
      * ainda nao cobre o pedido, ele volta a aberto esperando a
      * reposicao; senao fecha como recebido.
       ATUALIZAR-PEDIDO.
           IF PED-QTDE-RECEBIDA IS NOT NUMERIC
               MOVE ZEROS TO PED-QTDE-RECEBIDA
           END-IF
           ADD WS-QTDE-ACEITA TO PED-QTDE-RECEBIDA
           MOVE INS-PRECO-PAGO TO PED-PRECO-RECEBIDO
           IF WS-QTDE-REJEITADA > ZERO
                   AND PED-QTDE-RECEBIDA < PED-QUANTIDADE
               SET PED-ABERTO TO TRUE
           ELSE
               SET PED-RECEBIDO TO TRUE
           END-IF
           REWRITE REGISTRO-PEDIDO
               INVALID KEY
                   MOVE "PEDIDOS" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-PED TO ERR-STATUS
                   MOVE PED-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao atualizar o pedido " PED-NUMERO
               NOT INVALID KEY
                   IF PED-ABERTO
                       DISPLAY "Pedido " PED-NUMERO " reaberto - "
                           "aguarda a reposicao do fornecedor"
                   ELSE
                       DISPLAY "Pedido " PED-NUMERO " recebido - "
                           PED-QTDE-RECEBIDA " aceito(s)"
                   END-IF
           END-REWRITE.

       FECHAR-INSPECAO.
           SET INS-INSPECIONADO TO TRUE
           MOVE WS-QTDE-ACEITA TO INS-QTDE-ACEITA
           MOVE WS-QTDE-REJEITADA TO INS-QTDE-REJEITADA
           MOVE OPERADOR-LOGADO TO INS-INSPETOR
           ACCEPT INS-DATA-INSPECAO FROM DATE YYYYMMDD
           MOVE WS-MOTIVO TO INS-MOTIVO
           MOVE WS-NUMERO-DEVOLUCAO TO INS-DEVOLUCAO
           REWRITE REGISTRO-INSPECAO
               INVALID KEY
                   MOVE "INSPECAO" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-INS TO ERR-STATUS
                   MOVE INS-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao fechar a inspecao " INS-NUMERO
               NOT INVALID KEY
                   DISPLAY "Inspecao " INS-NUMERO " registrada - "
                       WS-QTDE-ACEITA " aceito(s), "
                       WS-QTDE-REJEITADA " devolvido(s)"
           END-REWRITE.

       LISTAR-NOTAS-DEBITO.
           MOVE ZERO TO WS-TOTAL-LISTADOS
           MOVE ZEROS TO WS-TOTAL-DEBITOS
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT DEVOLUCAO-FILE
           IF WS-STATUS-DEV NOT = "00"
               MOVE "DEVOLUC" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-DEV TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhuma devolucao registrada"
           ELSE
               DISPLAY "Devol. Forn Pedido Item Qtde        Valor "
                   "Emissao  Motivo"
               PERFORM LER-PROXIMA-DEVOLUCAO
               PERFORM MOSTRAR-NOTA-DEBITO UNTIL FIM-ARQUIVO
               CLOSE DEVOLUCAO-FILE
               MOVE WS-TOTAL-DEBITOS TO WS-VALOR-EDIT
               DISPLAY "Notas de debito em aberto: "
                   WS-TOTAL-LISTADOS "  total " WS-VALOR-EDIT
           END-IF.

       LER-PROXIMA-DEVOLUCAO.
           READ DEVOLUCAO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       MOSTRAR-NOTA-DEBITO.
           IF DEV-DEBITO-ABERTO
               MOVE DEV-VALOR TO WS-VALOR-EDIT
               DISPLAY DEV-NUMERO " " DEV-FORNECEDOR " " DEV-PEDIDO
                   " " DEV-ITEM-CODIGO " " DEV-QUANTIDADE " "
                   WS-VALOR-EDIT " " DEV-DATA-EMISSAO " " DEV-MOTIVO
               ADD DEV-VALOR TO WS-TOTAL-DEBITOS
               ADD 1 TO WS-TOTAL-LISTADOS
           END-IF
           PERFORM LER-PROXIMA-DEVOLUCAO.

      * O fornecedor compensou o valor (abatimento na proxima nota ou
      * credito) - a nota de debito sai da lista de abertas.
       BAIXAR-NOTA-DEBITO.
           OPEN I-O DEVOLUCAO-FILE
           IF WS-STATUS-DEV NOT = "00"
               MOVE "DEVOLUC" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-DEV TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhuma devolucao registrada"
           ELSE
               DISPLAY "Numero da devolucao: " WITH NO ADVANCING
               ACCEPT WS-NUMERO-DIGITADO
               MOVE WS-NUMERO-DIGITADO TO DEV-NUMERO
               READ DEVOLUCAO-FILE
                   INVALID KEY
                       DISPLAY "Devolucao nao encontrada"
                   NOT INVALID KEY
                       PERFORM CONFIRMAR-BAIXA-DEBITO
               END-READ
               CLOSE DEVOLUCAO-FILE
           END-IF.

       CONFIRMAR-BAIXA-DEBITO.
           IF DEV-DEBITO-BAIXADO
               DISPLAY "Nota de debito ja baixada em " DEV-DATA-BAIXA
           ELSE
               MOVE DEV-VALOR TO WS-VALOR-EDIT
               DISPLAY "Fornecedor " DEV-FORNECEDOR "  valor "
                   WS-VALOR-EDIT " - confirma a baixa (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   SET DEV-DEBITO-BAIXADO TO TRUE
                   ACCEPT DEV-DATA-BAIXA FROM DATE YYYYMMDD
                   REWRITE REGISTRO-DEVOLUCAO
                       INVALID KEY
                           MOVE "DEVOLUC" TO ERR-ARQUIVO
                           MOVE "REWRITE" TO ERR-OPERACAO
                           MOVE WS-STATUS-DEV TO ERR-STATUS
                           MOVE DEV-NUMERO TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao baixar a nota de debito"
                       NOT INVALID KEY
                           DISPLAY "Nota de debito " DEV-NUMERO
                               " baixada"
                   END-REWRITE
               ELSE
                   DISPLAY "Operacao cancelada"
               END-IF
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "INSPREC" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM INSPREC.
