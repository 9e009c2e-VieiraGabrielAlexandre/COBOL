      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recalculo mensal do ponto de reposicao e do lote
      *          economico de compra de cada item. O consumo medio
      *          diario sai das saidas postadas no MOVAPLIC dentro da
      *          janela do parametro RPJANELA (90 dias); o prazo de
      *          entrega e o FOR-PRAZO-DIAS do fornecedor preferido do
      *          item. Ponto = consumo diario x (prazo + dias de
      *          seguranca do RPSEGUR, 7). Lote economico = raiz de
      *          (2 x demanda anual x custo do pedido RPCUSPED) sobre
      *          (custo unitario x taxa anual de armazenagem RPTAXARM,
      *          em %). Nada muda no ESTOQUE aqui: cada item cujo
      *          valor sugerido difere do cadastro vira uma sugestao
      *          no REPOSUG (REGRPS.cpy), impressa com os valores
      *          atuais e sugeridos lado a lado no spool (SPOOLREP,
      *          SPL.REPOSCAL), e so entra no cadastro quando o
      *          supervisor aprova em APROVREP. Item sem fornecedor
      *          (ou com fornecedor sem prazo) fica de fora e aparece
      *          listado para compras completar o cadastro. Baixa de
      *          vencido (BAIXAVENC) nao conta como consumo. Rotina
      *          mensal de FECHMES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOSCAL.
       ENVIRONMENT DIVISION.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLICADO-FILE ASSIGN TO "MOVAPLIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-APL.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODIGO
               FILE STATUS IS WS-STATUS-EST.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WS-STATUS-FOR.
           SELECT SUGESTAO-FILE ASSIGN TO "REPOSUG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPS-ITEM-CODIGO
               FILE STATUS IS WS-STATUS-RPS.
       DATA DIVISION.
       FILE SECTION.
       FD  APLICADO-FILE.
           COPY "REGMOV.cpy".
       FD  ESTOQUE-FILE.
           COPY "REGEST.cpy".
       FD  FORNECEDOR-FILE.
           COPY "REGFOR.cpy".
       FD  SUGESTAO-FILE.
           COPY "REGRPS.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-APL       PIC X(02) VALUE SPACES.
       77  WS-STATUS-EST       PIC X(02) VALUE SPACES.
       77  WS-STATUS-FOR       PIC X(02) VALUE SPACES.
       77  WS-STATUS-RPS       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-TEM-FORNECEDORES PIC X(01) VALUE "N".
           88 TEM-FORNECEDORES     VALUE "S".
       77  WS-ACHOU-PRAZO      PIC X(01) VALUE "N".
           88 ACHOU-PRAZO          VALUE "S".
       77  WS-PARAM-CODIGO     PIC X(08) VALUE SPACES.
       77  WS-PARAM-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77  WS-PARAM-RESULTADO  PIC X(01) VALUE "N".
       77  WS-DIAS-JANELA      PIC 9(03) VALUE 90.
       77  WS-DIAS-SEGURANCA   PIC 9(03) VALUE 7.
       77  WS-CUSTO-PEDIDO     PIC 9(07)V99 VALUE 50.
       77  WS-TAXA-ARMAZENAGEM PIC 9(03)V99 VALUE 20.
       77  WS-PRAZO-DIAS       PIC 9(03) VALUE ZERO.
       77  WS-CONSUMO-DIARIO   PIC 9(05)V99 VALUE ZEROS.
       77  WS-DEMANDA-ANUAL    PIC 9(09)V99 VALUE ZEROS.
       77  WS-CUSTO-ARMAZENAR  PIC 9(08)V9999 VALUE ZEROS.
       77  WS-PONTO-CALCULADO  PIC 9(07) VALUE ZERO.
       77  WS-LOTE-CALCULADO   PIC 9(07) VALUE ZERO.
       77  WS-PONTO-ATUAL      PIC 9(04) VALUE ZERO.
       77  WS-PONTO-SUGERIDO   PIC 9(04) VALUE ZERO.
       77  WS-LOTE-ATUAL       PIC 9(04) VALUE ZERO.
       77  WS-LOTE-SUGERIDO    PIC 9(04) VALUE ZERO.
       77  WS-TOTAL-ITENS      PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-SUGESTOES  PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-SEM-PRAZO  PIC 9(05) VALUE ZERO.
       77  WS-DIA-HOJE         PIC 9(07) VALUE ZERO.
       77  WS-DIA-CORTE        PIC 9(07) VALUE ZERO.
       77  WS-DIA-SAIDA        PIC 9(07) VALUE ZERO.
       77  WS-NUMERO-EDIT      PIC ZZZ9.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "REPOSCAL".
       01  LINHA-REPOSICAO     PIC X(100) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-CONSUMO-EDIT     PIC ZZZZ9,99.
       01  WS-VALOR-EDIT       PIC ZZZZZZ9,99.
      >>ELSE
       01  WS-CONSUMO-EDIT     PIC ZZZZ9.99.
       01  WS-VALOR-EDIT       PIC ZZZZZZ9.99.
      >>END-IF
      * Quantidade que saiu de cada item dentro da janela, indexada
      * pelo proprio ITEM-CODIGO.
       01  TABELA-CONSUMO-ITEM.
           03 TAB-QTDE-JANELA  PIC 9(07) OCCURS 9999 TIMES.
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-HOJE-ANO      PIC 9(04).
           03 WS-HOJE-MES      PIC 9(02).
           03 WS-HOJE-DIA      PIC 9(02).
       01  WS-DATA-SAIDA       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-SAIDA-R REDEFINES WS-DATA-SAIDA.
           03 WS-SAIDA-ANO     PIC 9(04).
           03 WS-SAIDA-MES     PIC 9(02).
           03 WS-SAIDA-DIA     PIC 9(02).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== RECALCULO DO PONTO DE REPOSICAO =====".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-PARAMETROS
      * A janela conta em dias do ano comercial (360 dias, meses de
      * 30), a mesma conta do estoque parado em CURVAABC.
           COMPUTE WS-DIA-HOJE = WS-HOJE-ANO * 360
               + WS-HOJE-MES * 30 + WS-HOJE-DIA
           COMPUTE WS-DIA-CORTE = WS-DIA-HOJE - WS-DIAS-JANELA
           OPEN INPUT ESTOQUE-FILE
           IF WS-STATUS-EST = "35"
               DISPLAY "Nenhum item no estoque - nada a recalcular"
               STOP RUN
           END-IF
           IF WS-STATUS-EST NOT = "00"
               MOVE "ESTOQUE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EST TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "ESTOQUE indisponivel - status " WS-STATUS-EST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUGESTAO-FILE
           IF WS-STATUS-RPS NOT = "00"
               MOVE "REPOSUG" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-RPS TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "REPOSUG indisponivel - status " WS-STATUS-RPS
               CLOSE ESTOQUE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FOR = "00"
               SET TEM-FORNECEDORES TO TRUE
           ELSE
               MOVE "FORNECED" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-FOR TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "FORNECED indisponivel - status " WS-STATUS-FOR
                   " (nenhum item tem prazo de entrega)"
           END-IF
           PERFORM CARREGAR-CONSUMO
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-REPOSICAO
           PERFORM IMPRIMIR-CABECALHO
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM LER-PROXIMO-ITEM
           PERFORM RECALCULAR-ITEM UNTIL FIM-ARQUIVO
           PERFORM IMPRIMIR-RODAPE
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-REPOSICAO
           IF TEM-FORNECEDORES
               CLOSE FORNECEDOR-FILE
           END-IF
           CLOSE SUGESTAO-FILE
           CLOSE ESTOQUE-FILE
           DISPLAY "Itens analisados: " WS-TOTAL-ITENS
               "  sugestoes: " WS-TOTAL-SUGESTOES
               "  sem prazo: " WS-TOTAL-SEM-PRAZO
           DISPLAY "Sugestoes aguardando aprovacao em APROVREP - "
               "relatorio no spool REPOSCAL"
           DISPLAY "===== FIM DO RECALCULO DA REPOSICAO =====".
           STOP RUN.

       LER-PARAMETROS.
           MOVE "RPJANELA" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S" AND WS-PARAM-VALOR > ZERO
               MOVE WS-PARAM-VALOR TO WS-DIAS-JANELA
           END-IF
           MOVE "RPSEGUR" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S" AND WS-PARAM-VALOR > ZERO
               MOVE WS-PARAM-VALOR TO WS-DIAS-SEGURANCA
           END-IF
           MOVE "RPCUSPED" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S" AND WS-PARAM-VALOR > ZERO
               MOVE WS-PARAM-VALOR TO WS-CUSTO-PEDIDO
           END-IF
           MOVE "RPTAXARM" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S" AND WS-PARAM-VALOR > ZERO
               MOVE WS-PARAM-VALOR TO WS-TAXA-ARMAZENAGEM
           END-IF.

       CARREGAR-CONSUMO.
           INITIALIZE TABELA-CONSUMO-ITEM
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT APLICADO-FILE
           IF WS-STATUS-APL NOT = "00"
               MOVE "MOVAPLIC" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-APL TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "MOVAPLIC indisponivel - status " WS-STATUS-APL
                   " (todos os itens sem consumo)"
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM LER-PROXIMO-APLICADO
           END-IF
           PERFORM ACUMULAR-SAIDA UNTIL FIM-ARQUIVO
           IF WS-STATUS-APL = "00" OR WS-STATUS-APL = "10"
               CLOSE APLICADO-FILE
           END-IF.

       LER-PROXIMO-APLICADO.
           READ APLICADO-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       ACUMULAR-SAIDA.
           IF MOV-SAIDA AND MOV-ITEM-CODIGO > ZERO
                   AND MOV-OPERADOR NOT = "BAIXAVEN"
               MOVE MOV-DATA TO WS-DATA-SAIDA
               COMPUTE WS-DIA-SAIDA = WS-SAIDA-ANO * 360
                   + WS-SAIDA-MES * 30 + WS-SAIDA-DIA
               IF WS-DIA-SAIDA > WS-DIA-CORTE
                   ADD MOV-QUANTIDADE
                       TO TAB-QTDE-JANELA(MOV-ITEM-CODIGO)
               END-IF
           END-IF
           PERFORM LER-PROXIMO-APLICADO.

       LER-PROXIMO-ITEM.
           READ ESTOQUE-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * Item convertido antes do campo de lote traz espacos ali - e
      * lote ainda nao definido.
       RECALCULAR-ITEM.
           IF ITEM-CODIGO > ZERO
               ADD 1 TO WS-TOTAL-ITENS
               MOVE PONTO-REPOSICAO TO WS-PONTO-ATUAL
               IF ITEM-LOTE-ECONOMICO IS NUMERIC
                   MOVE ITEM-LOTE-ECONOMICO TO WS-LOTE-ATUAL
               ELSE
                   MOVE ZEROS TO WS-LOTE-ATUAL
               END-IF
               PERFORM BUSCAR-PRAZO-FORNECEDOR
               IF ACHOU-PRAZO
                   PERFORM CALCULAR-SUGESTAO
                   IF WS-PONTO-SUGERIDO NOT = WS-PONTO-ATUAL
                           OR WS-LOTE-SUGERIDO NOT = WS-LOTE-ATUAL
                       PERFORM GRAVAR-SUGESTAO
                   END-IF
               ELSE
                   PERFORM IMPRIMIR-SEM-PRAZO
               END-IF
           END-IF
           PERFORM LER-PROXIMO-ITEM.

       BUSCAR-PRAZO-FORNECEDOR.
           MOVE "N" TO WS-ACHOU-PRAZO
           MOVE ZERO TO WS-PRAZO-DIAS
           IF TEM-FORNECEDORES AND ITEM-FORNECEDOR > ZERO
               MOVE ITEM-FORNECEDOR TO FOR-CODIGO
               READ FORNECEDOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FOR-PRAZO-DIAS > ZERO
                           MOVE FOR-PRAZO-DIAS TO WS-PRAZO-DIAS
                           SET ACHOU-PRAZO TO TRUE
                       END-IF
               END-READ
           END-IF.

      * Valores acima do que o cadastro comporta ficam no teto de 9999.
      * Sem custo unitario nao ha custo de armazenagem e o lote
      * economico nao se calcula - fica o lote atual.
       CALCULAR-SUGESTAO.
           COMPUTE WS-CONSUMO-DIARIO ROUNDED =
               TAB-QTDE-JANELA(ITEM-CODIGO) / WS-DIAS-JANELA
           COMPUTE WS-PONTO-CALCULADO ROUNDED =
               WS-CONSUMO-DIARIO * (WS-PRAZO-DIAS + WS-DIAS-SEGURANCA)
               ON SIZE ERROR
                   MOVE 9999 TO WS-PONTO-CALCULADO
           END-COMPUTE
           IF WS-PONTO-CALCULADO > 9999
               MOVE 9999 TO WS-PONTO-CALCULADO
           END-IF
           MOVE WS-PONTO-CALCULADO TO WS-PONTO-SUGERIDO
           COMPUTE WS-DEMANDA-ANUAL = WS-CONSUMO-DIARIO * 360
           COMPUTE WS-CUSTO-ARMAZENAR ROUNDED =
               CUSTO-UNITARIO * WS-TAXA-ARMAZENAGEM / 100
           EVALUATE TRUE
               WHEN WS-DEMANDA-ANUAL = ZERO
                   MOVE ZERO TO WS-LOTE-SUGERIDO
               WHEN WS-CUSTO-ARMAZENAR = ZERO
                   MOVE WS-LOTE-ATUAL TO WS-LOTE-SUGERIDO
               WHEN OTHER
                   COMPUTE WS-LOTE-CALCULADO ROUNDED =
                       (2 * WS-DEMANDA-ANUAL * WS-CUSTO-PEDIDO
                           / WS-CUSTO-ARMAZENAR) ** (1 / 2)
                       ON SIZE ERROR
                           MOVE 9999 TO WS-LOTE-CALCULADO
                   END-COMPUTE
                   IF WS-LOTE-CALCULADO > 9999
                       MOVE 9999 TO WS-LOTE-CALCULADO
                   END-IF
                   MOVE WS-LOTE-CALCULADO TO WS-LOTE-SUGERIDO
           END-EVALUATE.

       GRAVAR-SUGESTAO.
           MOVE ITEM-CODIGO TO RPS-ITEM-CODIGO
           MOVE WS-DATA-HOJE TO RPS-DATA-CALCULO
           MOVE WS-CONSUMO-DIARIO TO RPS-CONSUMO-DIARIO
           MOVE WS-PRAZO-DIAS TO RPS-PRAZO-DIAS
           MOVE WS-PONTO-ATUAL TO RPS-PONTO-ATUAL
           MOVE WS-PONTO-SUGERIDO TO RPS-PONTO-SUGERIDO
           MOVE WS-LOTE-ATUAL TO RPS-LOTE-ATUAL
           MOVE WS-LOTE-SUGERIDO TO RPS-LOTE-SUGERIDO
           SET RPS-PENDENTE TO TRUE
           MOVE SPACES TO RPS-DECIDIDO-POR
           MOVE ZEROS TO RPS-DATA-DECISAO
           WRITE REGISTRO-SUGESTAO-REPOSICAO
               INVALID KEY
                   MOVE "REPOSUG" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-RPS TO ERR-STATUS
                   MOVE RPS-ITEM-CODIGO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar a sugestao do item "
                       ITEM-CODIGO " - status " WS-STATUS-RPS
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-SUGESTOES
                   PERFORM IMPRIMIR-SUGESTAO
           END-WRITE.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-REPOSICAO
           MOVE WS-DIAS-JANELA TO WS-NUMERO-EDIT
           STRING "PONTO DE REPOSICAO E LOTE ECONOMICO - " WS-DATA-HOJE
               " (CONSUMO DOS ULTIMOS " WS-NUMERO-EDIT " DIAS)"
               DELIMITED BY SIZE INTO LINHA-REPOSICAO
           PERFORM GRAVAR-LINHA-REPOSICAO
           MOVE SPACES TO LINHA-REPOSICAO
           MOVE WS-DIAS-SEGURANCA TO WS-NUMERO-EDIT
           MOVE WS-CUSTO-PEDIDO TO WS-VALOR-EDIT
           MOVE WS-TAXA-ARMAZENAGEM TO WS-CONSUMO-EDIT
           STRING "SEGURANCA " WS-NUMERO-EDIT " DIAS  CUSTO DO PEDIDO "
               WS-VALOR-EDIT "  ARMAZENAGEM " WS-CONSUMO-EDIT
               "% AO ANO"
               DELIMITED BY SIZE INTO LINHA-REPOSICAO
           PERFORM GRAVAR-LINHA-REPOSICAO
           MOVE SPACES TO LINHA-REPOSICAO
           MOVE "ITEM" TO LINHA-REPOSICAO (1:4)
           MOVE "DESCRICAO" TO LINHA-REPOSICAO (6:9)
           MOVE "CONS/DIA" TO LINHA-REPOSICAO (27:8)
           MOVE "PRAZO" TO LINHA-REPOSICAO (37:5)
           MOVE "PONTO ATUAL" TO LINHA-REPOSICAO (44:11)
           MOVE "SUGERIDO" TO LINHA-REPOSICAO (57:8)
           MOVE "LOTE ATUAL" TO LINHA-REPOSICAO (67:10)
           MOVE "SUGERIDO" TO LINHA-REPOSICAO (79:8)
           PERFORM GRAVAR-LINHA-REPOSICAO
           MOVE ALL "-" TO LINHA-REPOSICAO
           PERFORM GRAVAR-LINHA-REPOSICAO.

       IMPRIMIR-SUGESTAO.
           MOVE SPACES TO LINHA-REPOSICAO
           MOVE ITEM-CODIGO TO LINHA-REPOSICAO (1:4)
           MOVE ITEM-DESCRICAO TO LINHA-REPOSICAO (6:20)
           MOVE WS-CONSUMO-DIARIO TO WS-CONSUMO-EDIT
           MOVE WS-CONSUMO-EDIT TO LINHA-REPOSICAO (27:8)
           MOVE WS-PRAZO-DIAS TO LINHA-REPOSICAO (38:3)
           MOVE WS-PONTO-ATUAL TO WS-NUMERO-EDIT
           MOVE WS-NUMERO-EDIT TO LINHA-REPOSICAO (51:4)
           MOVE WS-PONTO-SUGERIDO TO WS-NUMERO-EDIT
           MOVE WS-NUMERO-EDIT TO LINHA-REPOSICAO (61:4)
           MOVE WS-LOTE-ATUAL TO WS-NUMERO-EDIT
           MOVE WS-NUMERO-EDIT TO LINHA-REPOSICAO (73:4)
           MOVE WS-LOTE-SUGERIDO TO WS-NUMERO-EDIT
           MOVE WS-NUMERO-EDIT TO LINHA-REPOSICAO (83:4)
           PERFORM GRAVAR-LINHA-REPOSICAO.

       IMPRIMIR-SEM-PRAZO.
           ADD 1 TO WS-TOTAL-SEM-PRAZO
           MOVE SPACES TO LINHA-REPOSICAO
           MOVE ITEM-CODIGO TO LINHA-REPOSICAO (1:4)
           MOVE ITEM-DESCRICAO TO LINHA-REPOSICAO (6:20)
           IF ITEM-FORNECEDOR = ZERO
               MOVE "SEM FORNECEDOR PREFERIDO - NAO RECALCULADO"
                   TO LINHA-REPOSICAO (27:42)
           ELSE
               STRING "FORNECEDOR " ITEM-FORNECEDOR
                   " SEM PRAZO DE ENTREGA - NAO RECALCULADO"
                   DELIMITED BY SIZE INTO LINHA-REPOSICAO (27:60)
           END-IF
           PERFORM GRAVAR-LINHA-REPOSICAO.

       IMPRIMIR-RODAPE.
           MOVE ALL "=" TO LINHA-REPOSICAO
           PERFORM GRAVAR-LINHA-REPOSICAO
           MOVE SPACES TO LINHA-REPOSICAO
           STRING "ITENS ANALISADOS: " WS-TOTAL-ITENS
               "  SUGESTOES: " WS-TOTAL-SUGESTOES
               "  SEM PRAZO: " WS-TOTAL-SEM-PRAZO
               DELIMITED BY SIZE INTO LINHA-REPOSICAO
           PERFORM GRAVAR-LINHA-REPOSICAO
           MOVE SPACES TO LINHA-REPOSICAO
           STRING "SUGESTOES SO ALTERAM O CADASTRO DEPOIS DE "
               "APROVADAS EM APROVREP"
               DELIMITED BY SIZE INTO LINHA-REPOSICAO
           PERFORM GRAVAR-LINHA-REPOSICAO.

       GRAVAR-LINHA-REPOSICAO.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-REPOSICAO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "REPOSCAL" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM REPOSCAL.
