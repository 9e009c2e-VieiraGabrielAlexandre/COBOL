      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aprovacao das sugestoes de reposicao do fechamento -
      *          percorre as sugestoes pendentes do REPOSUG gravadas
      *          por REPOSCAL e mostra, item a item, o ponto de
      *          reposicao e o lote economico atuais ao lado dos
      *          sugeridos, com o consumo medio diario e o prazo do
      *          fornecedor que os geraram. Aprovada, a sugestao
      *          entra no ESTOQUE e deixa uma linha no PONTOHIS
      *          (REGRPH.cpy) com os valores antes e depois e o
      *          supervisor que aprovou; recusada, o cadastro fica
      *          como esta. Item alterado em MANITEM depois do
      *          calculo nao e sobrescrito - a sugestao fica
      *          pendente para o proximo recalculo. Chamado a partir
      *          do menu de administracao de SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVREP.
       ENVIRONMENT DIVISION.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUGESTAO-FILE ASSIGN TO "REPOSUG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPS-ITEM-CODIGO
               FILE STATUS IS WS-STATUS-RPS.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODIGO
               FILE STATUS IS WS-STATUS-EST.
           SELECT PONTO-HIST-FILE ASSIGN TO "PONTOHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPH.
       DATA DIVISION.
       FILE SECTION.
       FD  SUGESTAO-FILE.
           COPY "REGRPS.cpy".
       FD  ESTOQUE-FILE.
           COPY "REGEST.cpy".
       FD  PONTO-HIST-FILE.
           COPY "REGRPH.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-RPS       PIC X(02) VALUE SPACES.
       77  WS-STATUS-EST       PIC X(02) VALUE SPACES.
       77  WS-STATUS-RPH       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-DECISAO          PIC X(01) VALUE SPACE.
       77  WS-LOTE-CADASTRO    PIC 9(04) VALUE ZERO.
       77  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77  WS-TOTAL-PENDENTES  PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-APROVADAS  PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-RECUSADAS  PIC 9(05) VALUE ZERO.
      >>IF BRLOCALE DEFINED
       01  WS-CONSUMO-EDIT     PIC ZZZZ9,99.
      >>ELSE
       01  WS-CONSUMO-EDIT     PIC ZZZZ9.99.
      >>END-IF
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           DISPLAY "----- APROVACAO DA REPOSICAO -----".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O SUGESTAO-FILE
           IF WS-STATUS-RPS NOT = "00"
               MOVE "REPOSUG" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-RPS TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhuma sugestao de reposicao calculada - "
                   "REPOSUG status " WS-STATUS-RPS
               GOBACK
           END-IF
           OPEN I-O ESTOQUE-FILE
           IF WS-STATUS-EST NOT = "00"
               MOVE "ESTOQUE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EST TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "ESTOQUE indisponivel - status " WS-STATUS-EST
               CLOSE SUGESTAO-FILE
               GOBACK
           END-IF
           OPEN EXTEND PONTO-HIST-FILE
           IF WS-STATUS-RPH NOT = "00"
               OPEN OUTPUT PONTO-HIST-FILE
           END-IF
           DISPLAY "A-Aprovar  R-Recusar  P-Pular  F-Encerrar"
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM LER-PROXIMA-SUGESTAO
           PERFORM DECIDIR-SUGESTAO UNTIL FIM-ARQUIVO
           CLOSE PONTO-HIST-FILE
           CLOSE ESTOQUE-FILE
           CLOSE SUGESTAO-FILE
           IF WS-TOTAL-PENDENTES = ZERO
               DISPLAY "Nenhuma sugestao pendente de decisao"
           ELSE
               DISPLAY "Aprovadas: " WS-TOTAL-APROVADAS
                   "  Recusadas: " WS-TOTAL-RECUSADAS
           END-IF
           GOBACK.

       LER-PROXIMA-SUGESTAO.
           READ SUGESTAO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       DECIDIR-SUGESTAO.
           IF RPS-PENDENTE
               ADD 1 TO WS-TOTAL-PENDENTES
               PERFORM MOSTRAR-SUGESTAO
               DISPLAY "Decisao: " WITH NO ADVANCING
               ACCEPT WS-DECISAO
               EVALUATE WS-DECISAO
                   WHEN "A"
                   WHEN "a"
                       PERFORM APROVAR-SUGESTAO
                   WHEN "R"
                   WHEN "r"
                       PERFORM RECUSAR-SUGESTAO
                   WHEN "F"
                   WHEN "f"
                       SET FIM-ARQUIVO TO TRUE
                   WHEN OTHER
                       DISPLAY "Sugestao mantida pendente"
               END-EVALUATE
           END-IF
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-SUGESTAO
           END-IF.

       MOSTRAR-SUGESTAO.
           MOVE RPS-ITEM-CODIGO TO ITEM-CODIGO
           READ ESTOQUE-FILE
               INVALID KEY
                   MOVE "(ITEM EXCLUIDO)" TO ITEM-DESCRICAO
           END-READ
           MOVE RPS-CONSUMO-DIARIO TO WS-CONSUMO-EDIT
           DISPLAY " "
           DISPLAY "Item " RPS-ITEM-CODIGO " " ITEM-DESCRICAO
               "  calculado em " RPS-DATA-CALCULO
           DISPLAY "  Consumo/dia " WS-CONSUMO-EDIT
               "  prazo do fornecedor " RPS-PRAZO-DIAS " dias"
           DISPLAY "  Ponto de reposicao: " RPS-PONTO-ATUAL
               " -> " RPS-PONTO-SUGERIDO
           DISPLAY "  Lote economico....: " RPS-LOTE-ATUAL
               " -> " RPS-LOTE-SUGERIDO.

      * O cadastro so recebe a sugestao se ainda estiver com os
      * valores que entraram no calculo; mudou em MANITEM depois
      * disso, a decisao fica para o proximo recalculo.
       APROVAR-SUGESTAO.
           MOVE RPS-ITEM-CODIGO TO ITEM-CODIGO
           READ ESTOQUE-FILE
               INVALID KEY
                   DISPLAY "Item " RPS-ITEM-CODIGO " nao existe mais "
                       "no estoque - sugestao recusada"
                   PERFORM RECUSAR-SUGESTAO
               NOT INVALID KEY
                   IF ITEM-LOTE-ECONOMICO IS NUMERIC
                       MOVE ITEM-LOTE-ECONOMICO TO WS-LOTE-CADASTRO
                   ELSE
                       MOVE ZEROS TO WS-LOTE-CADASTRO
                   END-IF
                   IF PONTO-REPOSICAO NOT = RPS-PONTO-ATUAL
                           OR WS-LOTE-CADASTRO NOT = RPS-LOTE-ATUAL
                       DISPLAY "Item alterado no cadastro depois do "
                           "calculo - sugestao mantida pendente"
                   ELSE
                       PERFORM GRAVAR-ITEM-APROVADO
                   END-IF
           END-READ.

       GRAVAR-ITEM-APROVADO.
           MOVE RPS-PONTO-SUGERIDO TO PONTO-REPOSICAO
           MOVE RPS-LOTE-SUGERIDO TO ITEM-LOTE-ECONOMICO
           REWRITE REGISTRO-ESTOQUE
               INVALID KEY
                   MOVE "ESTOQUE" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-EST TO ERR-STATUS
                   MOVE ITEM-CODIGO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar o item " ITEM-CODIGO
                       " - status " WS-STATUS-EST
               NOT INVALID KEY
                   PERFORM GRAVAR-PONTO-HIST
                   SET RPS-APROVADA TO TRUE
                   PERFORM GRAVAR-DECISAO
                   ADD 1 TO WS-TOTAL-APROVADAS
                   DISPLAY "Item " ITEM-CODIGO " atualizado"
           END-REWRITE.

       RECUSAR-SUGESTAO.
           SET RPS-RECUSADA TO TRUE
           PERFORM GRAVAR-DECISAO
           ADD 1 TO WS-TOTAL-RECUSADAS.

       GRAVAR-DECISAO.
           MOVE OPERADOR-LOGADO TO RPS-DECIDIDO-POR
           MOVE WS-DATA-HOJE TO RPS-DATA-DECISAO
           REWRITE REGISTRO-SUGESTAO-REPOSICAO
               INVALID KEY
                   MOVE "REPOSUG" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-RPS TO ERR-STATUS
                   MOVE RPS-ITEM-CODIGO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar a decisao do item "
                       RPS-ITEM-CODIGO " - status " WS-STATUS-RPS
           END-REWRITE.

       GRAVAR-PONTO-HIST.
           MOVE RPS-ITEM-CODIGO TO RPH-ITEM-CODIGO
           ACCEPT RPH-DATA FROM DATE YYYYMMDD
           ACCEPT RPH-HORA FROM TIME
           MOVE RPS-PONTO-ATUAL TO RPH-PONTO-ANTIGO
           MOVE RPS-PONTO-SUGERIDO TO RPH-PONTO-NOVO
           MOVE RPS-LOTE-ATUAL TO RPH-LOTE-ANTIGO
           MOVE RPS-LOTE-SUGERIDO TO RPH-LOTE-NOVO
           MOVE RPS-CONSUMO-DIARIO TO RPH-CONSUMO-DIARIO
           MOVE RPS-PRAZO-DIAS TO RPH-PRAZO-DIAS
           MOVE "APROVREP" TO RPH-ORIGEM
           MOVE OPERADOR-LOGADO TO RPH-OPERADOR
           WRITE REGISTRO-PONTO-HIST.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "APROVREP" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM APROVREP.
