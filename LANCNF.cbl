      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lancamento da nota fiscal do fornecedor contra o
      *          pedido de reposicao (PED-NUMERO) e contas a pagar.
      *          Cada nota passa pela conferencia de tres vias: o
      *          pedido tem que estar recebido, o recebido nao pode
      *          passar do pedido, o faturado tem que bater com o
      *          recebido (tolerancia NFTOLQTD, em %, padrao zero) e
      *          o preco da nota com o preco de referencia do pedido
      *          (tolerancia NFTOLPRC, padrao 2%). Nota conferida
      *          vira titulo no CTAPAGAR (REGPAG.cpy) com vencimento
      *          na emissao + prazo de pagamento do fornecedor
      *          (FOR-PRAZO-PAGTO, ou NFPRZPAG, padrao 30 dias);
      *          fora da tolerancia fica retida no NOTAFISC
      *          (REGNFE.cpy) com o motivo, e so o supervisor - nunca
      *          quem lancou - libera (gera o titulo) ou cancela (o
      *          pedido volta a aceitar nota). Tambem baixa o
      *          pagamento do titulo. O aging dos titulos em aberto
      *          sai em RELPAGAR. Chamado a partir do submenu de
      *          estoque de SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCNF.
       ENVIRONMENT DIVISION.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTA-FISCAL-FILE ASSIGN TO "NOTAFISC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-CHAVE
               FILE STATUS IS WS-STATUS-NFE.
           SELECT PAGAR-FILE ASSIGN TO "CTAPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WS-STATUS-PAG.
           SELECT PEDIDO-FILE ASSIGN TO "PEDIDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WS-STATUS-PED.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WS-STATUS-FOR.
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERADOR-ID
               FILE STATUS IS WS-STATUS-OPER.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTA-FISCAL-FILE.
           COPY "REGNFE.cpy".
       FD  PAGAR-FILE.
           COPY "REGPAG.cpy".
       FD  PEDIDO-FILE.
           COPY "REGPED.cpy".
       FD  FORNECEDOR-FILE.
           COPY "REGFOR.cpy".
       FD  OPERADOR-FILE.
           COPY "REGOPER.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-NFE       PIC X(02) VALUE SPACES.
       77  WS-STATUS-PAG       PIC X(02) VALUE SPACES.
       77  WS-STATUS-PED       PIC X(02) VALUE SPACES.
       77  WS-STATUS-FOR       PIC X(02) VALUE SPACES.
       77  WS-STATUS-OPER      PIC X(02) VALUE SPACES.
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77  WS-DECISAO          PIC X(01) VALUE SPACE.
       77  WS-PARAM-CODIGO     PIC X(08) VALUE SPACES.
       77  WS-PARAM-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77  WS-PARAM-RESULTADO  PIC X(01) VALUE "N".
       77  WS-TOLERANCIA-QTDE  PIC 9(03)V99 VALUE ZEROS.
       77  WS-TOLERANCIA-PRECO PIC 9(03)V99 VALUE 2.
       77  WS-PRAZO-PADRAO     PIC 9(03) VALUE 30.
       77  WS-PRAZO-PAGTO      PIC 9(03) VALUE ZERO.
       77  WS-INDICE-DIA       PIC 9(04) VALUE ZERO.
       77  WS-FORNECEDOR-NOTA  PIC 9(04) VALUE ZEROS.
       77  WS-NUMERO-NOTA      PIC 9(09) VALUE ZEROS.
       77  WS-PEDIDO-NOTA      PIC 9(06) VALUE ZEROS.
       77  WS-QTDE-RECEBIDA    PIC 9(04) VALUE ZEROS.
       77  WS-PRECO-REFERENCIA PIC 9(08)V99 VALUE ZEROS.
       77  WS-DIFERENCA        PIC 9(09)V99 VALUE ZEROS.
       77  WS-DIFERENCA-PCT    PIC 9(11)V9999 VALUE ZEROS.
       77  WS-LIMITE-PCT       PIC 9(11)V9999 VALUE ZEROS.
       77  WS-MOTIVO           PIC X(40) VALUE SPACES.
       77  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77  WS-DATA-PAGAMENTO   PIC 9(08) VALUE ZEROS.
       77  WS-TOTAL-RETIDAS    PIC 9(04) VALUE ZERO.
       77  WS-SENHA-DIGITADA   PIC X(08) VALUE SPACES.
       77  WS-SUPERVISOR       PIC X(08) VALUE SPACES.
       77  WS-SUPERVISOR-OK    PIC X(01) VALUE "N".
           88 SUPERVISOR-OK        VALUE "S".
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZ9,99.
       01  WS-PRECO-EDIT       PIC ZZZZZZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZ9.99.
       01  WS-PRECO-EDIT       PIC ZZZZZZZ9.99.
      >>END-IF
       01  WS-DATA-VENCIMENTO  PIC 9(08) VALUE ZEROS.
       01  WS-DATA-VENCIMENTO-R REDEFINES WS-DATA-VENCIMENTO.
           03 WS-VENC-ANO      PIC 9(04).
           03 WS-VENC-MES      PIC 9(02).
           03 WS-VENC-DIA      PIC 9(02).
       77  WS-DIAS-MES         PIC 9(02) VALUE ZERO.
       77  WS-QUOCIENTE        PIC 9(04) VALUE ZERO.
       77  WS-RESTO-4          PIC 9(04) VALUE ZERO.
       77  WS-RESTO-100        PIC 9(04) VALUE ZERO.
       77  WS-RESTO-400        PIC 9(04) VALUE ZERO.
       77  WS-ANO-BISSEXTO     PIC X(01) VALUE "N".
           88 ANO-BISSEXTO         VALUE "S".
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O NOTA-FISCAL-FILE
           IF WS-STATUS-NFE = "35"
               OPEN OUTPUT NOTA-FISCAL-FILE
               CLOSE NOTA-FISCAL-FILE
               OPEN I-O NOTA-FISCAL-FILE
           END-IF
           IF WS-STATUS-NFE NOT = "00"
               MOVE "NOTAFISC" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-NFE TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de notas fiscais indisponivel - "
                   "status " WS-STATUS-NFE
               GOBACK
           END-IF
           OPEN I-O PAGAR-FILE
           IF WS-STATUS-PAG = "35"
               OPEN OUTPUT PAGAR-FILE
               CLOSE PAGAR-FILE
               OPEN I-O PAGAR-FILE
           END-IF
           IF WS-STATUS-PAG NOT = "00"
               MOVE "CTAPAGAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-PAG TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Contas a pagar indisponivel - status "
                   WS-STATUS-PAG
               CLOSE NOTA-FISCAL-FILE
               GOBACK
           END-IF
           PERFORM LER-PARAMETROS
           DISPLAY "----- NOTAS FISCAIS E CONTAS A PAGAR -----".
           DISPLAY "1-Lancar nota  2-Listar retidas  "
               "3-Liberar/cancelar retida  4-Baixar pagamento : "
               WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO.
           EVALUATE WS-SUBOPCAO
               WHEN 1 PERFORM LANCAR-NOTA
               WHEN 2 PERFORM LISTAR-RETIDAS
               WHEN 3 PERFORM DECIDIR-RETIDA
               WHEN 4 PERFORM BAIXAR-PAGAMENTO
               WHEN OTHER DISPLAY "Opcao invalida"
           END-EVALUATE
           CLOSE PAGAR-FILE
           CLOSE NOTA-FISCAL-FILE
           GOBACK.

       LER-PARAMETROS.
           MOVE "NFTOLQTD" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S" AND WS-PARAM-VALOR > ZERO
               MOVE WS-PARAM-VALOR TO WS-TOLERANCIA-QTDE
           END-IF
           MOVE "NFTOLPRC" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S" AND WS-PARAM-VALOR > ZERO
               MOVE WS-PARAM-VALOR TO WS-TOLERANCIA-PRECO
           END-IF
           MOVE "NFPRZPAG" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S" AND WS-PARAM-VALOR > ZERO
               MOVE WS-PARAM-VALOR TO WS-PRAZO-PADRAO
           END-IF.

       LANCAR-NOTA.
           PERFORM INFORMAR-CHAVE-NOTA
           READ NOTA-FISCAL-FILE
               INVALID KEY
                   PERFORM LOCALIZAR-PEDIDO-DA-NOTA
               NOT INVALID KEY
                   DISPLAY "Nota ja lancada para este fornecedor - "
                       "situacao " NF-SITUACAO
           END-READ.

       INFORMAR-CHAVE-NOTA.
           DISPLAY "Fornecedor.........: " WITH NO ADVANCING
           ACCEPT WS-FORNECEDOR-NOTA
           DISPLAY "Numero da nota.....: " WITH NO ADVANCING
           ACCEPT WS-NUMERO-NOTA
           MOVE WS-FORNECEDOR-NOTA TO NF-FORNECEDOR
           MOVE WS-NUMERO-NOTA TO NF-NUMERO.

      * Pedido de outro fornecedor ou ja faturado nao aceita nota;
      * pedido antigo sem fornecedor carimbado aceita a nota de quem
      * estiver lancando.
       LOCALIZAR-PEDIDO-DA-NOTA.
           DISPLAY "Pedido.............: " WITH NO ADVANCING
           ACCEPT WS-PEDIDO-NOTA
           OPEN I-O PEDIDO-FILE
           IF WS-STATUS-PED NOT = "00"
               MOVE "PEDIDOS" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-PED TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de pedidos indisponivel - status "
                   WS-STATUS-PED
           ELSE
               MOVE WS-PEDIDO-NOTA TO PED-NUMERO
               READ PEDIDO-FILE
                   INVALID KEY
                       DISPLAY "Pedido nao encontrado"
                   NOT INVALID KEY
                       IF PED-NOTA-FISCAL IS NOT NUMERIC
                           MOVE ZEROS TO PED-NOTA-FISCAL
                       END-IF
                       EVALUATE TRUE
                           WHEN PED-FORNECEDOR NOT = ZEROS
                               AND PED-FORNECEDOR
                                   NOT = WS-FORNECEDOR-NOTA
                               DISPLAY "Pedido e do fornecedor "
                                   PED-FORNECEDOR " - nota recusada"
                           WHEN PED-NOTA-FISCAL NOT = ZEROS
                               DISPLAY "Pedido ja faturado pela nota "
                                   PED-NOTA-FISCAL
                           WHEN OTHER
                               PERFORM REGISTRAR-NOTA
                       END-EVALUATE
               END-READ
               CLOSE PEDIDO-FILE
           END-IF.

       REGISTRAR-NOTA.
           MOVE WS-FORNECEDOR-NOTA TO NF-FORNECEDOR
           MOVE WS-NUMERO-NOTA TO NF-NUMERO
           MOVE WS-PEDIDO-NOTA TO NF-PEDIDO
           DISPLAY "Item " PED-ITEM-CODIGO "  pedido "
               PED-QUANTIDADE "  recebido " PED-QTDE-RECEBIDA
           DISPLAY "Emissao (AAAAMMDD, zeros = hoje): "
               WITH NO ADVANCING
           ACCEPT NF-DATA-EMISSAO
           IF NF-DATA-EMISSAO IS NOT NUMERIC
                   OR NF-DATA-EMISSAO = ZEROS
               MOVE WS-DATA-HOJE TO NF-DATA-EMISSAO
           END-IF
           DISPLAY "Quantidade faturada: " WITH NO ADVANCING
           ACCEPT NF-QUANTIDADE
           DISPLAY "Preco unitario (somente digitos, 2 decimais): "
               WITH NO ADVANCING
           ACCEPT NF-PRECO-UNIT
           COMPUTE NF-VALOR-TOTAL ROUNDED =
               NF-QUANTIDADE * NF-PRECO-UNIT
           MOVE WS-DATA-HOJE TO NF-DATA-ENTRADA
           MOVE OPERADOR-LOGADO TO NF-OPERADOR
           MOVE SPACES TO NF-DECIDIDO-POR
           MOVE ZEROS TO NF-DATA-DECISAO
           PERFORM CONFERIR-TRES-VIAS
           IF WS-MOTIVO = SPACES
               SET NF-CONFERIDA TO TRUE
           ELSE
               SET NF-RETIDA TO TRUE
           END-IF
           MOVE WS-MOTIVO TO NF-MOTIVO-RETENCAO
           WRITE REGISTRO-NOTA-FISCAL
               INVALID KEY
                   MOVE "NOTAFISC" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-NFE TO ERR-STATUS
                   MOVE NF-CHAVE TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar a nota - status "
                       WS-STATUS-NFE
               NOT INVALID KEY
                   MOVE NF-NUMERO TO PED-NOTA-FISCAL
                   REWRITE REGISTRO-PEDIDO
                       INVALID KEY
                           MOVE "PEDIDOS" TO ERR-ARQUIVO
                           MOVE "REWRITE" TO ERR-OPERACAO
                           MOVE WS-STATUS-PED TO ERR-STATUS
                           MOVE PED-NUMERO TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao marcar o pedido como "
                               "faturado"
                   END-REWRITE
                   MOVE NF-VALOR-TOTAL TO WS-VALOR-EDIT
                   IF NF-CONFERIDA
                       DISPLAY "Nota conferida - valor " WS-VALOR-EDIT
                       PERFORM GERAR-TITULO
                   ELSE
                       DISPLAY "Nota RETIDA - " WS-MOTIVO
                       DISPLAY "Aguarda liberacao do supervisor"
                   END-IF
           END-WRITE.

      * Pedido x recebido x faturado. O primeiro motivo encontrado
      * retem a nota; recebimento parcial nao e motivo - a nota e que
      * tem que bater com o que chegou. Sem preco de referencia no
      * pedido (pedido antigo), vale o preco digitado no recebimento.
       CONFERIR-TRES-VIAS.
           MOVE SPACES TO WS-MOTIVO
           IF PED-QTDE-RECEBIDA IS NUMERIC
               MOVE PED-QTDE-RECEBIDA TO WS-QTDE-RECEBIDA
           ELSE
               MOVE ZEROS TO WS-QTDE-RECEBIDA
           END-IF
           IF NOT PED-RECEBIDO
               MOVE "PEDIDO AINDA NAO RECEBIDO" TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES
                   AND WS-QTDE-RECEBIDA > PED-QUANTIDADE
               COMPUTE WS-DIFERENCA =
                   WS-QTDE-RECEBIDA - PED-QUANTIDADE
               COMPUTE WS-DIFERENCA-PCT = WS-DIFERENCA * 100
               COMPUTE WS-LIMITE-PCT =
                   PED-QUANTIDADE * WS-TOLERANCIA-QTDE
               IF WS-DIFERENCA-PCT > WS-LIMITE-PCT
                   MOVE "RECEBIDO ACIMA DO PEDIDO" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               IF NF-QUANTIDADE > WS-QTDE-RECEBIDA
                   COMPUTE WS-DIFERENCA =
                       NF-QUANTIDADE - WS-QTDE-RECEBIDA
               ELSE
                   COMPUTE WS-DIFERENCA =
                       WS-QTDE-RECEBIDA - NF-QUANTIDADE
               END-IF
               COMPUTE WS-DIFERENCA-PCT = WS-DIFERENCA * 100
               COMPUTE WS-LIMITE-PCT =
                   WS-QTDE-RECEBIDA * WS-TOLERANCIA-QTDE
               IF WS-DIFERENCA-PCT > WS-LIMITE-PCT
                   MOVE "QUANTIDADE FATURADA DIFERE DA RECEBIDA"
                       TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM CONFERIR-PRECO
           END-IF.

       CONFERIR-PRECO.
           MOVE ZEROS TO WS-PRECO-REFERENCIA
           IF PED-PRECO-PEDIDO IS NUMERIC AND PED-PRECO-PEDIDO > ZEROS
               MOVE PED-PRECO-PEDIDO TO WS-PRECO-REFERENCIA
           ELSE
               IF PED-PRECO-RECEBIDO IS NUMERIC
                   MOVE PED-PRECO-RECEBIDO TO WS-PRECO-REFERENCIA
               END-IF
           END-IF
           IF WS-PRECO-REFERENCIA = ZEROS
               MOVE "PEDIDO SEM PRECO DE REFERENCIA" TO WS-MOTIVO
           ELSE
               IF NF-PRECO-UNIT > WS-PRECO-REFERENCIA
                   COMPUTE WS-DIFERENCA =
                       NF-PRECO-UNIT - WS-PRECO-REFERENCIA
               ELSE
                   COMPUTE WS-DIFERENCA =
                       WS-PRECO-REFERENCIA - NF-PRECO-UNIT
               END-IF
               COMPUTE WS-DIFERENCA-PCT = WS-DIFERENCA * 100
               COMPUTE WS-LIMITE-PCT =
                   WS-PRECO-REFERENCIA * WS-TOLERANCIA-PRECO
               IF WS-DIFERENCA-PCT > WS-LIMITE-PCT
                   MOVE WS-PRECO-REFERENCIA TO WS-PRECO-EDIT
                   STRING "PRECO FORA DA TOLERANCIA (REF "
                       WS-PRECO-EDIT ")"
                       DELIMITED BY SIZE INTO WS-MOTIVO
               END-IF
           END-IF.

      * Vencimento = emissao da nota + prazo de pagamento do
      * fornecedor, em dias corridos pelo calendario real (o mesmo
      * avanco de dia da data prevista do pedido em Classicobeer).
       GERAR-TITULO.
           MOVE WS-PRAZO-PADRAO TO WS-PRAZO-PAGTO
           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FOR = "00"
               MOVE NF-FORNECEDOR TO FOR-CODIGO
               READ FORNECEDOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FOR-PRAZO-PAGTO IS NUMERIC
                               AND FOR-PRAZO-PAGTO > ZERO
                           MOVE FOR-PRAZO-PAGTO TO WS-PRAZO-PAGTO
                       END-IF
               END-READ
               CLOSE FORNECEDOR-FILE
           END-IF
           MOVE NF-DATA-EMISSAO TO WS-DATA-VENCIMENTO
           PERFORM AVANCAR-DIA-VENCIMENTO
               VARYING WS-INDICE-DIA FROM 1 BY 1
               UNTIL WS-INDICE-DIA > WS-PRAZO-PAGTO
           MOVE NF-FORNECEDOR TO PAG-FORNECEDOR
           MOVE NF-NUMERO TO PAG-NOTA-FISCAL
           MOVE NF-PEDIDO TO PAG-PEDIDO
           MOVE NF-DATA-EMISSAO TO PAG-DATA-EMISSAO
           MOVE WS-DATA-VENCIMENTO TO PAG-DATA-VENCIMENTO
           MOVE NF-VALOR-TOTAL TO PAG-VALOR
           SET PAG-ABERTO TO TRUE
           MOVE ZEROS TO PAG-DATA-PAGAMENTO
           MOVE SPACES TO PAG-OPERADOR
           WRITE REGISTRO-PAGAR
               INVALID KEY
                   DISPLAY "Titulo desta nota ja existe no contas a "
                       "pagar"
               NOT INVALID KEY
                   DISPLAY "Titulo a pagar gerado - vencimento "
                       PAG-DATA-VENCIMENTO
           END-WRITE.

       AVANCAR-DIA-VENCIMENTO.
           PERFORM CALCULAR-DIAS-MES-VENC
           IF WS-VENC-DIA < WS-DIAS-MES
               ADD 1 TO WS-VENC-DIA
           ELSE
               MOVE 01 TO WS-VENC-DIA
               IF WS-VENC-MES = 12
                   MOVE 01 TO WS-VENC-MES
                   ADD 1 TO WS-VENC-ANO
               ELSE
                   ADD 1 TO WS-VENC-MES
               END-IF
           END-IF.

       CALCULAR-DIAS-MES-VENC.
           EVALUATE WS-VENC-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DIAS-MES
               WHEN 02
                   PERFORM VERIFICAR-ANO-BISSEXTO
                   IF ANO-BISSEXTO
                       MOVE 29 TO WS-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-MES
           END-EVALUATE.

       VERIFICAR-ANO-BISSEXTO.
           MOVE "N" TO WS-ANO-BISSEXTO
           DIVIDE WS-VENC-ANO BY 4 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-4
           DIVIDE WS-VENC-ANO BY 100 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-100
           DIVIDE WS-VENC-ANO BY 400 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-400
           IF WS-RESTO-4 = 0 AND (WS-RESTO-100 NOT = 0
                   OR WS-RESTO-400 = 0)
               SET ANO-BISSEXTO TO TRUE
           END-IF.

       LISTAR-RETIDAS.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-TOTAL-RETIDAS
           MOVE LOW-VALUES TO NF-CHAVE
           START NOTA-FISCAL-FILE KEY NOT < NF-CHAVE
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           DISPLAY "Forn Nota      Pedido Entrada            Valor "
               "Motivo"
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-NOTA
           END-IF
           PERFORM MOSTRAR-NOTA-RETIDA UNTIL FIM-ARQUIVO
           DISPLAY "Notas retidas: " WS-TOTAL-RETIDAS.

       LER-PROXIMA-NOTA.
           READ NOTA-FISCAL-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       MOSTRAR-NOTA-RETIDA.
           IF NF-RETIDA
               MOVE NF-VALOR-TOTAL TO WS-VALOR-EDIT
               DISPLAY NF-FORNECEDOR " " NF-NUMERO " " NF-PEDIDO " "
                   NF-DATA-ENTRADA " " WS-VALOR-EDIT " "
                   NF-MOTIVO-RETENCAO
               ADD 1 TO WS-TOTAL-RETIDAS
           END-IF
           PERFORM LER-PROXIMA-NOTA.

      * Liberar ou cancelar nota retida e do supervisor, com a propria
      * senha, e nunca de quem lancou a nota - o mesmo cuidado do
      * maker-checker das requisicoes (MANREQ).
       DECIDIR-RETIDA.
           PERFORM INFORMAR-CHAVE-NOTA
           READ NOTA-FISCAL-FILE
               INVALID KEY
                   DISPLAY "Nota nao encontrada"
               NOT INVALID KEY
                   IF NOT NF-RETIDA
                       DISPLAY "Nota nao esta retida - situacao "
                           NF-SITUACAO
                   ELSE
                       PERFORM MOSTRAR-NOTA
                       PERFORM IDENTIFICAR-SUPERVISOR
                       IF SUPERVISOR-OK
                           PERFORM REGISTRAR-DECISAO-RETIDA
                       END-IF
                   END-IF
           END-READ.

       MOSTRAR-NOTA.
           MOVE NF-VALOR-TOTAL TO WS-VALOR-EDIT
           MOVE NF-PRECO-UNIT TO WS-PRECO-EDIT
           DISPLAY "Pedido " NF-PEDIDO "  emissao " NF-DATA-EMISSAO
               "  lancada por " NF-OPERADOR
           DISPLAY "Qtde " NF-QUANTIDADE "  preco " WS-PRECO-EDIT
               "  valor " WS-VALOR-EDIT
           DISPLAY "Motivo: " NF-MOTIVO-RETENCAO.

       IDENTIFICAR-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-OK
           DISPLAY "Supervisor.........: " WITH NO ADVANCING
           ACCEPT WS-SUPERVISOR
           DISPLAY "Senha..............: " WITH NO ADVANCING
           ACCEPT WS-SENHA-DIGITADA
           IF WS-SUPERVISOR = NF-OPERADOR
               DISPLAY "Quem lancou a nota nao pode libera-la"
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
                           "nota continua retida"
                   END-IF
               END-IF
           END-IF.

       REGISTRAR-DECISAO-RETIDA.
           DISPLAY "L-Liberar para pagamento  C-Cancelar a nota  "
               "(outra tecla mantem retida): " WITH NO ADVANCING
           ACCEPT WS-DECISAO
           EVALUATE WS-DECISAO
               WHEN "L" WHEN "l"
                   SET NF-LIBERADA TO TRUE
                   PERFORM GRAVAR-DECISAO-NOTA
                   IF WS-STATUS-NFE = "00"
                       PERFORM GERAR-TITULO
                   END-IF
               WHEN "C" WHEN "c"
                   SET NF-CANCELADA TO TRUE
                   PERFORM GRAVAR-DECISAO-NOTA
                   IF WS-STATUS-NFE = "00"
                       PERFORM LIBERAR-PEDIDO-DA-NOTA
                   END-IF
               WHEN OTHER
                   DISPLAY "Nota mantida retida"
           END-EVALUATE.

       GRAVAR-DECISAO-NOTA.
           MOVE WS-SUPERVISOR TO NF-DECIDIDO-POR
           MOVE WS-DATA-HOJE TO NF-DATA-DECISAO
           REWRITE REGISTRO-NOTA-FISCAL
               INVALID KEY
                   MOVE "NOTAFISC" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-NFE TO ERR-STATUS
                   MOVE NF-CHAVE TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar a decisao - status "
                       WS-STATUS-NFE
               NOT INVALID KEY
                   DISPLAY "Nota " NF-NUMERO " - situacao "
                       NF-SITUACAO
           END-REWRITE.

      * Nota cancelada solta o pedido para receber a nota corrigida
      * do fornecedor.
       LIBERAR-PEDIDO-DA-NOTA.
           OPEN I-O PEDIDO-FILE
           IF WS-STATUS-PED = "00"
               MOVE NF-PEDIDO TO PED-NUMERO
               READ PEDIDO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PED-NOTA-FISCAL = NF-NUMERO
                           MOVE ZEROS TO PED-NOTA-FISCAL
                           REWRITE REGISTRO-PEDIDO
                               INVALID KEY
                                   MOVE "PEDIDOS" TO ERR-ARQUIVO
                                   MOVE "REWRITE" TO ERR-OPERACAO
                                   MOVE WS-STATUS-PED TO ERR-STATUS
                                   MOVE PED-NUMERO TO ERR-CHAVE
                                   PERFORM REGISTRAR-ERRO-IO
                                   DISPLAY "Falha ao liberar o pedido "
                                       PED-NUMERO
                               NOT INVALID KEY
                                   DISPLAY "Pedido " PED-NUMERO
                                       " volta a aceitar nota"
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE PEDIDO-FILE
           END-IF.

       BAIXAR-PAGAMENTO.
           DISPLAY "Fornecedor.........: " WITH NO ADVANCING
           ACCEPT PAG-FORNECEDOR
           DISPLAY "Numero da nota.....: " WITH NO ADVANCING
           ACCEPT PAG-NOTA-FISCAL
           READ PAGAR-FILE
               INVALID KEY
                   DISPLAY "Titulo nao encontrado"
               NOT INVALID KEY
                   IF PAG-PAGO
                       DISPLAY "Titulo ja pago em " PAG-DATA-PAGAMENTO
                   ELSE
                       PERFORM REGISTRAR-PAGAMENTO
                   END-IF
           END-READ.

       REGISTRAR-PAGAMENTO.
           MOVE PAG-VALOR TO WS-VALOR-EDIT
           DISPLAY "Valor " WS-VALOR-EDIT "  vencimento "
               PAG-DATA-VENCIMENTO
           DISPLAY "Data do pagamento (AAAAMMDD, zeros = hoje): "
               WITH NO ADVANCING
           ACCEPT WS-DATA-PAGAMENTO
           IF WS-DATA-PAGAMENTO IS NOT NUMERIC
                   OR WS-DATA-PAGAMENTO = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-PAGAMENTO
           END-IF
           DISPLAY "Confirma a baixa (S/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               SET PAG-PAGO TO TRUE
               MOVE WS-DATA-PAGAMENTO TO PAG-DATA-PAGAMENTO
               MOVE OPERADOR-LOGADO TO PAG-OPERADOR
               REWRITE REGISTRO-PAGAR
                   INVALID KEY
                       MOVE "CTAPAGAR" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-PAG TO ERR-STATUS
                       MOVE PAG-CHAVE TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao baixar o titulo"
                   NOT INVALID KEY
                       DISPLAY "Titulo baixado"
               END-REWRITE
           ELSE
               DISPLAY "Baixa cancelada"
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "LANCNF" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM LANCNF.
