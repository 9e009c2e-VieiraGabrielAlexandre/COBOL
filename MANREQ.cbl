      ******************************************************************
      * Author:
      * Date:
      * Purpose: Requisicao de material por departamento (arquivo
      *          REQUISIC, REGREQ.cpy) - o balcao abre a requisicao
      *          com o centro de custo que pede (ativo no CCUSTO) e
      *          ate 10 itens do ESTOQUE com a quantidade; ela fica
      *          pendente ate um supervisor, identificado com a
      *          propria senha e diferente de quem digitou, aprovar ou
      *          recusar. A aprovacao gera uma saida ("S") por item no
      *          MOVPEND com o centro de custo e o numero da
      *          requisicao, que o APLICMOV posta como qualquer saida
      *          (do almoxarifado que o supervisor indica na aprovacao,
      *          o central se nada for dito)
      *          (inclusive a trava de saldo). O consumo aprovado e
      *          rateado por departamento no fechamento (RELREQ).
      *          Chamado a partir do submenu de estoque de
      *          SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANREQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISICAO-FILE ASSIGN TO "REQUISIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQ-NUMERO
               FILE STATUS IS WS-STATUS-REQ.
           SELECT CCUSTO-FILE ASSIGN TO "CCUSTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCU-CODIGO
               FILE STATUS IS WS-STATUS-CCU.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODIGO
               FILE STATUS IS WS-STATUS-EST.
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERADOR-ID
               FILE STATUS IS WS-STATUS-OPER.
           SELECT MOVIMENTO-FILE ASSIGN TO "MOVPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUISICAO-FILE.
           COPY "REGREQ.cpy".
       FD  CCUSTO-FILE.
           COPY "REGCCU.cpy".
       FD  ESTOQUE-FILE.
           COPY "REGEST.cpy".
       FD  OPERADOR-FILE.
           COPY "REGOPER.cpy".
       FD  MOVIMENTO-FILE.
           COPY "REGMOV.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-REQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CCU       PIC X(02) VALUE SPACES.
       77  WS-STATUS-EST       PIC X(02) VALUE SPACES.
       77  WS-STATUS-OPER      PIC X(02) VALUE SPACES.
       77  WS-STATUS-MOV       PIC X(02) VALUE SPACES.
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-DECISAO          PIC X(01) VALUE SPACES.
       77  WS-SENHA-DIGITADA   PIC X(08) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-CCUSTO-OK        PIC X(01) VALUE "N".
           88 CCUSTO-OK            VALUE "S".
       77  WS-SUPERVISOR-OK    PIC X(01) VALUE "N".
           88 SUPERVISOR-OK        VALUE "S".
       77  WS-ACHOU-ITEM       PIC X(01) VALUE "N".
           88 ACHOU-ITEM           VALUE "S".
       77  WS-ULTIMO-NUMERO    PIC 9(06) VALUE ZEROS.
       77  WS-NUMERO-DIGITADO  PIC 9(06) VALUE ZEROS.
       77  WS-CCUSTO-DIGITADO  PIC X(06) VALUE SPACES.
       77  WS-ITEM-DIGITADO    PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-DIGITADA    PIC 9(04) VALUE ZEROS.
       77  WS-MAX-ITENS        PIC 9(02) VALUE 10.
       77  WS-INDICE-ITEM      PIC 9(02) VALUE ZERO.
       77  WS-INDICE-BUSCA     PIC 9(02) VALUE ZERO.
       77  WS-SUPERVISOR       PIC X(08) VALUE SPACES.
       77  WS-TOTAL-SAIDAS     PIC 9(02) VALUE ZERO.
       77  WS-TOTAL-LISTADAS   PIC 9(04) VALUE ZERO.
       77  WS-IMAGEM-REQUISICAO PIC X(127) VALUE SPACES.
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
           OPEN I-O REQUISICAO-FILE
           IF WS-STATUS-REQ = "35"
               OPEN OUTPUT REQUISICAO-FILE
               CLOSE REQUISICAO-FILE
               OPEN I-O REQUISICAO-FILE
           END-IF
           IF WS-STATUS-REQ NOT = "00"
               MOVE "REQUISIC" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-REQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de requisicoes indisponivel - status "
                   WS-STATUS-REQ
               GOBACK
           END-IF
           OPEN INPUT ESTOQUE-FILE
           IF WS-STATUS-EST NOT = "00"
               MOVE "ESTOQUE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EST TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de estoque indisponivel - status "
                   WS-STATUS-EST
               CLOSE REQUISICAO-FILE
               GOBACK
           END-IF
           PERFORM ESCOLHER-OPCAO
           CLOSE REQUISICAO-FILE
           CLOSE ESTOQUE-FILE
           GOBACK.

       ESCOLHER-OPCAO.
           DISPLAY "----- REQUISICOES DE MATERIAL -----".
           DISPLAY "1-Incluir  2-Aprovar/Recusar  3-Listar pendentes  "
               "4-Consultar : " WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO.
           EVALUATE WS-SUBOPCAO
               WHEN 1 PERFORM INCLUIR-REQUISICAO
               WHEN 2 PERFORM DECIDIR-REQUISICAO
               WHEN 3 PERFORM LISTAR-PENDENTES
               WHEN 4 PERFORM CONSULTAR-REQUISICAO
               WHEN OTHER DISPLAY "Opcao invalida"
           END-EVALUATE.

      * So departamento ativo abre requisicao nova - centro
      * desativado segue valido para o que ja foi aprovado nele.
       INCLUIR-REQUISICAO.
           DISPLAY "Centro de custo....: " WITH NO ADVANCING
           ACCEPT WS-CCUSTO-DIGITADO
           PERFORM CONFERIR-CCUSTO
           IF CCUSTO-OK
               MOVE SPACES TO REGISTRO-REQUISICAO
               MOVE WS-CCUSTO-DIGITADO TO REQ-CCUSTO
               MOVE ZEROS TO REQ-QTDE-ITENS
               PERFORM SOLICITAR-ITEM
               PERFORM INCLUIR-ITEM-REQUISICAO
                   UNTIL WS-ITEM-DIGITADO = ZEROS
                   OR REQ-QTDE-ITENS = WS-MAX-ITENS
               IF REQ-QTDE-ITENS = ZEROS
                   DISPLAY "Nenhum item informado - requisicao nao "
                       "incluida"
               ELSE
                   PERFORM GRAVAR-REQUISICAO-NOVA
               END-IF
           END-IF.

       CONFERIR-CCUSTO.
           MOVE "N" TO WS-CCUSTO-OK
           OPEN INPUT CCUSTO-FILE
           IF WS-STATUS-CCU NOT = "00"
               MOVE "CCUSTO" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-CCU TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de centros de custo indisponivel - "
                   "status " WS-STATUS-CCU
           ELSE
               MOVE WS-CCUSTO-DIGITADO TO CCU-CODIGO
               READ CCUSTO-FILE
                   INVALID KEY
                       DISPLAY "Centro de custo nao cadastrado"
                   NOT INVALID KEY
                       IF CCU-ATIVO
                           SET CCUSTO-OK TO TRUE
                           DISPLAY "Departamento: " CCU-DESCRICAO
                       ELSE
                           DISPLAY "Centro de custo desativado - "
                               "requisicao nao aceita"
                       END-IF
               END-READ
               CLOSE CCUSTO-FILE
           END-IF.

       SOLICITAR-ITEM.
           DISPLAY "Item (0 encerra)...: " WITH NO ADVANCING.
           ACCEPT WS-ITEM-DIGITADO.

      * O saldo so e conferido de verdade na aplicacao (trava de saldo
      * do APLICMOV) - aqui sai apenas o aviso para o balcao.
       INCLUIR-ITEM-REQUISICAO.
           MOVE WS-ITEM-DIGITADO TO ITEM-CODIGO
           READ ESTOQUE-FILE
               INVALID KEY
                   DISPLAY "Item nao cadastrado no estoque"
               NOT INVALID KEY
                   PERFORM PROCURAR-ITEM-REPETIDO
                   IF ACHOU-ITEM
                       DISPLAY "Item ja consta desta requisicao"
                   ELSE
                       DISPLAY "Item " ITEM-CODIGO " " ITEM-DESCRICAO
                           " - atual " QUANTIDADE-ATUAL
                       DISPLAY "Quantidade.........: "
                           WITH NO ADVANCING
                       ACCEPT WS-QTDE-DIGITADA
                       IF WS-QTDE-DIGITADA = ZEROS
                           DISPLAY "Quantidade zerada - item ignorado"
                       ELSE
                           IF WS-QTDE-DIGITADA > QUANTIDADE-ATUAL
                               DISPLAY "Atencao: quantidade acima do "
                                   "saldo atual do item"
                           END-IF
                           ADD 1 TO REQ-QTDE-ITENS
                           MOVE WS-ITEM-DIGITADO
                               TO REQ-ITEM-CODIGO(REQ-QTDE-ITENS)
                           MOVE WS-QTDE-DIGITADA
                               TO REQ-ITEM-QUANTIDADE(REQ-QTDE-ITENS)
                       END-IF
                   END-IF
           END-READ
           IF REQ-QTDE-ITENS = WS-MAX-ITENS
               DISPLAY "Limite de " WS-MAX-ITENS " itens por "
                   "requisicao atingido"
           ELSE
               PERFORM SOLICITAR-ITEM
           END-IF.

       PROCURAR-ITEM-REPETIDO.
           MOVE "N" TO WS-ACHOU-ITEM
           PERFORM COMPARAR-ITEM-REQUISICAO
               VARYING WS-INDICE-BUSCA FROM 1 BY 1
               UNTIL WS-INDICE-BUSCA > REQ-QTDE-ITENS OR ACHOU-ITEM.

       COMPARAR-ITEM-REQUISICAO.
           IF REQ-ITEM-CODIGO(WS-INDICE-BUSCA) = WS-ITEM-DIGITADO
               SET ACHOU-ITEM TO TRUE
           END-IF.

      * O numero segue o maior ja gravado, como o pedido de
      * reposicao do Classicobeer.
       GRAVAR-REQUISICAO-NOVA.
           PERFORM LOCALIZAR-ULTIMO-NUMERO
           PERFORM LIMPAR-ITEM-LIVRE
               VARYING WS-INDICE-ITEM FROM 1 BY 1
               UNTIL WS-INDICE-ITEM > WS-MAX-ITENS
           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE WS-ULTIMO-NUMERO TO REQ-NUMERO
           ACCEPT REQ-DATA FROM DATE YYYYMMDD
           MOVE OPERADOR-LOGADO TO REQ-SOLICITANTE
           SET REQ-PENDENTE TO TRUE
           MOVE SPACES TO REQ-APROVADOR
           MOVE ZEROS TO REQ-DATA-DECISAO
           WRITE REGISTRO-REQUISICAO
               INVALID KEY
                   MOVE "REQUISIC" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-REQ TO ERR-STATUS
                   MOVE REQ-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar a requisicao - status "
                       WS-STATUS-REQ
               NOT INVALID KEY
                   DISPLAY "Requisicao " REQ-NUMERO " incluida com "
                       REQ-QTDE-ITENS " item(ns) - aguardando "
                       "aprovacao do supervisor"
           END-WRITE.

       LIMPAR-ITEM-LIVRE.
           IF WS-INDICE-ITEM > REQ-QTDE-ITENS
               MOVE ZEROS TO REQ-ITEM-CODIGO(WS-INDICE-ITEM)
               MOVE ZEROS TO REQ-ITEM-QUANTIDADE(WS-INDICE-ITEM)
           END-IF.

      * A leitura sequencial de ponta a ponta devolve a ultima chave;
      * o registro em montagem e guardado antes e volta depois.
       LOCALIZAR-ULTIMO-NUMERO.
           MOVE ZEROS TO WS-ULTIMO-NUMERO
           MOVE REGISTRO-REQUISICAO TO WS-IMAGEM-REQUISICAO
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO REQ-NUMERO
           START REQUISICAO-FILE KEY NOT < REQ-NUMERO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-REQUISICAO
           END-IF
           PERFORM GUARDAR-ULTIMO-NUMERO UNTIL FIM-ARQUIVO
           MOVE WS-IMAGEM-REQUISICAO TO REGISTRO-REQUISICAO.

       GUARDAR-ULTIMO-NUMERO.
           MOVE REQ-NUMERO TO WS-ULTIMO-NUMERO
           PERFORM LER-PROXIMA-REQUISICAO.

       LER-PROXIMA-REQUISICAO.
           READ REQUISICAO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * Aprovacao e do supervisor, com a propria senha, e nunca de
      * quem digitou a requisicao - o mesmo cuidado do maker-checker
      * do cadastro.
       DECIDIR-REQUISICAO.
           PERFORM LOCALIZAR-REQUISICAO
           IF WS-STATUS-REQ = "00"
               PERFORM MOSTRAR-REQUISICAO
               IF NOT REQ-PENDENTE
                   DISPLAY "Requisicao ja decidida - nada a fazer"
               ELSE
                   PERFORM IDENTIFICAR-SUPERVISOR
                   IF SUPERVISOR-OK
                       PERFORM REGISTRAR-DECISAO
                   END-IF
               END-IF
           END-IF.

       IDENTIFICAR-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-OK
           DISPLAY "Supervisor.........: " WITH NO ADVANCING
           ACCEPT WS-SUPERVISOR
           DISPLAY "Senha..............: " WITH NO ADVANCING
           ACCEPT WS-SENHA-DIGITADA
           IF WS-SUPERVISOR = REQ-SOLICITANTE
               DISPLAY "Quem digitou a requisicao nao pode decidi-la"
           ELSE
               OPEN INPUT OPERADOR-FILE
               IF WS-STATUS-OPER NOT = "00"
                   MOVE "OPERADOR" TO ERR-ARQUIVO
                   MOVE "OPEN" TO ERR-OPERACAO
                   MOVE WS-STATUS-OPER TO ERR-STATUS
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Arquivo de operadores indisponivel"
               ELSE
                   MOVE WS-SUPERVISOR TO OPERADOR-ID
                   READ OPERADOR-FILE
                       INVALID KEY
                           MOVE SPACES TO OPERADOR-SENHA
                   END-READ
                   CLOSE OPERADOR-FILE
                   IF WS-SENHA-DIGITADA = OPERADOR-SENHA
                           AND OPERADOR-SENHA NOT = SPACES
                           AND OPERADOR-ATIVO
                           AND PERFIL-SUPERVISOR
                       SET SUPERVISOR-OK TO TRUE
                   ELSE
                       DISPLAY "Supervisor nao reconhecido - "
                           "requisicao nao decidida"
                   END-IF
               END-IF
           END-IF.

       REGISTRAR-DECISAO.
           DISPLAY "A-Aprovar  R-Recusar  (outra tecla cancela): "
               WITH NO ADVANCING
           ACCEPT WS-DECISAO
           EVALUATE WS-DECISAO
               WHEN "A" WHEN "a"
                   PERFORM GERAR-SAIDAS-REQUISICAO
                   IF WS-TOTAL-SAIDAS = REQ-QTDE-ITENS
                       SET REQ-APROVADA TO TRUE
                       PERFORM GRAVAR-DECISAO
                   ELSE
                       PERFORM AVISAR-SAIDAS-INCOMPLETAS
                   END-IF
               WHEN "R" WHEN "r"
                   SET REQ-RECUSADA TO TRUE
                   PERFORM GRAVAR-DECISAO
               WHEN OTHER
                   DISPLAY "Operacao cancelada"
           END-EVALUATE.

      * Aprovacao so com todas as saidas no MOVPEND. A que ficou pela
      * metade deixa a requisicao pendente; as saidas ja gravadas vao
      * ser aplicadas pelo APLICMOV, e quem aprovar de novo precisa
      * saber disso para nao duplicar.
       AVISAR-SAIDAS-INCOMPLETAS.
           IF WS-TOTAL-SAIDAS > ZERO
               DISPLAY "Somente " WS-TOTAL-SAIDAS " de " REQ-QTDE-ITENS
                   " saida(s) gravada(s) no MOVPEND - requisicao "
                   REQ-NUMERO " continua pendente"
               DISPLAY "Confira o MOVPEND antes de aprovar de novo - "
                   "as saidas gravadas serao aplicadas"
           END-IF.

       GRAVAR-DECISAO.
           MOVE WS-SUPERVISOR TO REQ-APROVADOR
           ACCEPT REQ-DATA-DECISAO FROM DATE YYYYMMDD
           REWRITE REGISTRO-REQUISICAO
               INVALID KEY
                   MOVE "REQUISIC" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-REQ TO ERR-STATUS
                   MOVE REQ-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar a decisao - status "
                       WS-STATUS-REQ
               NOT INVALID KEY
                   IF REQ-APROVADA
                       DISPLAY "Requisicao " REQ-NUMERO " aprovada - "
                           WS-TOTAL-SAIDAS " saida(s) no MOVPEND "
                           "(aguardando o batch APLICMOV)"
                   ELSE
                       DISPLAY "Requisicao " REQ-NUMERO " recusada"
                   END-IF
           END-REWRITE.

      * Uma saida por item, carimbada com o departamento e o numero da
      * requisicao - o MOV-OPERADOR e o supervisor que liberou.
       GERAR-SAIDAS-REQUISICAO.
           MOVE ZERO TO WS-TOTAL-SAIDAS
           DISPLAY "Almoxarifado de saida (0 = central): "
               WITH NO ADVANCING
           ACCEPT WS-LOCAL-DIGITADO
           IF WS-LOCAL-DIGITADO = ZERO
               MOVE WS-ALMOX-CENTRAL TO WS-LOCAL-DIGITADO
           END-IF
           MOVE "V" TO WS-SAL-ACAO
           MOVE ZEROS TO WS-SAL-ITEM
           MOVE WS-LOCAL-DIGITADO TO WS-SAL-LOCAL
           CALL "SALDOALM" USING WS-SAL-ACAO, WS-SAL-ITEM,
               WS-SAL-LOCAL, WS-SAL-QUANTIDADE, WS-SAL-RESULTADO
           IF WS-SAL-RESULTADO NOT = "S"
               DISPLAY "Almoxarifado " WS-LOCAL-DIGITADO
                   " inexistente ou desativado"
                   " (requisicao continua pendente)"
           ELSE
               PERFORM ABRIR-E-GRAVAR-SAIDAS
           END-IF.

       ABRIR-E-GRAVAR-SAIDAS.
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
                   " (requisicao continua pendente)"
           ELSE
               PERFORM GRAVAR-SAIDA-ITEM
                   VARYING WS-INDICE-ITEM FROM 1 BY 1
                   UNTIL WS-INDICE-ITEM > REQ-QTDE-ITENS
               CLOSE MOVIMENTO-FILE
           END-IF.

       GRAVAR-SAIDA-ITEM.
           MOVE REQ-ITEM-CODIGO(WS-INDICE-ITEM) TO MOV-ITEM-CODIGO
           ACCEPT MOV-DATA FROM DATE YYYYMMDD
           ACCEPT MOV-HORA FROM TIME
           SET MOV-SAIDA TO TRUE
           MOVE REQ-ITEM-QUANTIDADE(WS-INDICE-ITEM) TO MOV-QUANTIDADE
           MOVE ZEROS TO MOV-PRECO-UNIT
           MOVE SPACES TO MOV-LOTE
           MOVE ZEROS TO MOV-VALIDADE
           MOVE WS-SUPERVISOR TO MOV-OPERADOR
           MOVE REQ-CCUSTO TO MOV-CCUSTO
           MOVE REQ-NUMERO TO MOV-REQUISICAO
           MOVE WS-LOCAL-DIGITADO TO MOV-LOCAL
           MOVE ZEROS TO MOV-LOCAL-DESTINO
           WRITE REGISTRO-MOVIMENTO
           IF WS-STATUS-MOV = "00"
               ADD 1 TO WS-TOTAL-SAIDAS
           ELSE
               MOVE "MOVPEND" TO ERR-ARQUIVO
               MOVE "WRITE" TO ERR-OPERACAO
               MOVE WS-STATUS-MOV TO ERR-STATUS
               MOVE REQ-NUMERO TO ERR-CHAVE
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Falha ao gravar a saida do item "
                   MOV-ITEM-CODIGO " - status " WS-STATUS-MOV
           END-IF.

       LOCALIZAR-REQUISICAO.
           DISPLAY "Numero da requisicao: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO-DIGITADO.
           MOVE WS-NUMERO-DIGITADO TO REQ-NUMERO.
           READ REQUISICAO-FILE
               INVALID KEY
                   DISPLAY "Requisicao nao encontrada"
           END-READ.

       CONSULTAR-REQUISICAO.
           PERFORM LOCALIZAR-REQUISICAO
           IF WS-STATUS-REQ = "00"
               PERFORM MOSTRAR-REQUISICAO
           END-IF.

       MOSTRAR-REQUISICAO.
           DISPLAY "Requisicao " REQ-NUMERO " de " REQ-DATA
               " - centro " REQ-CCUSTO " por " REQ-SOLICITANTE
           EVALUATE TRUE
               WHEN REQ-PENDENTE
                   DISPLAY "Situacao: PENDENTE"
               WHEN REQ-APROVADA
                   DISPLAY "Situacao: APROVADA por " REQ-APROVADOR
                       " em " REQ-DATA-DECISAO
               WHEN REQ-RECUSADA
                   DISPLAY "Situacao: RECUSADA por " REQ-APROVADOR
                       " em " REQ-DATA-DECISAO
           END-EVALUATE
           DISPLAY "Item Quantidade"
           PERFORM MOSTRAR-ITEM-REQUISICAO
               VARYING WS-INDICE-ITEM FROM 1 BY 1
               UNTIL WS-INDICE-ITEM > REQ-QTDE-ITENS.

       MOSTRAR-ITEM-REQUISICAO.
           DISPLAY REQ-ITEM-CODIGO(WS-INDICE-ITEM) " "
               REQ-ITEM-QUANTIDADE(WS-INDICE-ITEM).

       LISTAR-PENDENTES.
           MOVE ZERO TO WS-TOTAL-LISTADAS
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO REQ-NUMERO
           START REQUISICAO-FILE KEY NOT < REQ-NUMERO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-REQUISICAO
           END-IF
           DISPLAY "Numero Data     Centro Solicit. Itens"
           PERFORM MOSTRAR-PENDENTE UNTIL FIM-ARQUIVO
           DISPLAY "Requisicoes pendentes: " WS-TOTAL-LISTADAS.

       MOSTRAR-PENDENTE.
           IF REQ-PENDENTE
               ADD 1 TO WS-TOTAL-LISTADAS
               DISPLAY REQ-NUMERO " " REQ-DATA " " REQ-CCUSTO " "
                   REQ-SOLICITANTE " " REQ-QTDE-ITENS
           END-IF
           PERFORM LER-PROXIMA-REQUISICAO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANREQ" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANREQ.
