      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de almoxarifados (arquivo
      *          ALMOXARI, REGALM.cpy) - incluir, alterar, ativar ou
      *          desativar e listar os locais de guarda do estoque (o
      *          01 e o central, as salas satelite vem depois), e
      *          consultar o saldo de um item aberto por local contra
      *          o total do ESTOQUE. Almoxarifado so e desativado
      *          vazio: o saldo que estiver nele tem de ser
      *          transferido antes (LANMOV, tipo T). Chamado a partir
      *          do submenu de estoque de SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANALM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALMOXARIFADO-FILE ASSIGN TO "ALMOXARI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-CODIGO
               FILE STATUS IS WS-STATUS-ALM.
           SELECT SALDO-LOCAL-FILE ASSIGN TO "SALDOLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLC-CHAVE
               FILE STATUS IS WS-STATUS-SLC.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODIGO
               FILE STATUS IS WS-STATUS-EST.
       DATA DIVISION.
       FILE SECTION.
       FD  ALMOXARIFADO-FILE.
           COPY "REGALM.cpy".
       FD  SALDO-LOCAL-FILE.
           COPY "REGSLC.cpy".
       FD  ESTOQUE-FILE.
           COPY "REGEST.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ALM       PIC X(02) VALUE SPACES.
       77  WS-STATUS-SLC       PIC X(02) VALUE SPACES.
       77  WS-STATUS-EST       PIC X(02) VALUE SPACES.
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-ITEM-DIGITADO    PIC 9(04) VALUE ZEROS.
       77  WS-SALDO-NO-LOCAL   PIC S9(07) VALUE ZERO.
       77  WS-SOMA-LOCAIS      PIC S9(07) VALUE ZERO.
       77  WS-ITENS-NO-LOCAL   PIC 9(05) VALUE ZERO.
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           OPEN I-O ALMOXARIFADO-FILE
           IF WS-STATUS-ALM = "35"
               OPEN OUTPUT ALMOXARIFADO-FILE
               CLOSE ALMOXARIFADO-FILE
               OPEN I-O ALMOXARIFADO-FILE
           END-IF
           IF WS-STATUS-ALM NOT = "00"
               MOVE "ALMOXARI" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ALM TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de almoxarifados indisponivel - "
                   "status " WS-STATUS-ALM
               GOBACK
           END-IF
           PERFORM ESCOLHER-OPCAO
           CLOSE ALMOXARIFADO-FILE
           GOBACK.

       ESCOLHER-OPCAO.
           DISPLAY "----- CADASTRO DE ALMOXARIFADOS -----".
           DISPLAY "1-Incluir  2-Alterar  3-Ativar/Desativar  "
               "4-Listar  5-Saldo do item por local : "
               WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO.
           EVALUATE WS-SUBOPCAO
               WHEN 1 PERFORM INCLUIR-ALMOXARIFADO
               WHEN 2 PERFORM ALTERAR-ALMOXARIFADO
               WHEN 3 PERFORM TROCAR-SITUACAO
               WHEN 4 PERFORM LISTAR-ALMOXARIFADOS
               WHEN 5 PERFORM CONSULTAR-SALDO-ITEM
               WHEN OTHER DISPLAY "Opcao invalida"
           END-EVALUATE.

       INCLUIR-ALMOXARIFADO.
           DISPLAY "Codigo (01 = central): " WITH NO ADVANCING.
           ACCEPT ALM-CODIGO.
           IF ALM-CODIGO = ZERO
               DISPLAY "Codigo invalido"
           ELSE
               DISPLAY "Nome............: " WITH NO ADVANCING
               ACCEPT ALM-NOME
               DISPLAY "Responsavel.....: " WITH NO ADVANCING
               ACCEPT ALM-RESPONSAVEL
               SET ALM-ATIVO TO TRUE
               MOVE SPACES TO REGISTRO-ALMOXARIFADO (54:27)
               WRITE REGISTRO-ALMOXARIFADO
                   INVALID KEY
                       DISPLAY "Almoxarifado ja cadastrado - use "
                           "Alterar"
                   NOT INVALID KEY
                       DISPLAY "Almoxarifado incluido com sucesso"
               END-WRITE
           END-IF.

       ALTERAR-ALMOXARIFADO.
           PERFORM LOCALIZAR-ALMOXARIFADO
           IF WS-STATUS-ALM = "00"
               DISPLAY "Nome        [" ALM-NOME "]: "
                   WITH NO ADVANCING
               ACCEPT ALM-NOME
               DISPLAY "Responsavel [" ALM-RESPONSAVEL "]: "
                   WITH NO ADVANCING
               ACCEPT ALM-RESPONSAVEL
               REWRITE REGISTRO-ALMOXARIFADO
                   INVALID KEY
                       MOVE "ALMOXARI" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-ALM TO ERR-STATUS
                       MOVE ALM-CODIGO TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao gravar o almoxarifado"
                   NOT INVALID KEY
                       DISPLAY "Almoxarifado alterado com sucesso"
               END-REWRITE
           END-IF.

      * Desativar com saldo deixaria mercadoria num local que nao
      * aceita mais movimento - so depois de transferir tudo.
       TROCAR-SITUACAO.
           PERFORM LOCALIZAR-ALMOXARIFADO
           IF WS-STATUS-ALM = "00"
               IF ALM-ATIVO
                   PERFORM CONTAR-ITENS-NO-LOCAL
                   IF WS-ITENS-NO-LOCAL > ZERO
                       DISPLAY "Almoxarifado com " WS-ITENS-NO-LOCAL
                           " item(ns) em saldo - transfira antes de "
                           "desativar"
                   ELSE
                       PERFORM CONFIRMAR-TROCA
                   END-IF
               ELSE
                   PERFORM CONFIRMAR-TROCA
               END-IF
           END-IF.

       CONFIRMAR-TROCA.
           IF ALM-ATIVO
               DISPLAY "Desativar " ALM-NOME " (S/N)? "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Reativar " ALM-NOME " (S/N)? "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               IF ALM-ATIVO
                   SET ALM-INATIVO TO TRUE
               ELSE
                   SET ALM-ATIVO TO TRUE
               END-IF
               REWRITE REGISTRO-ALMOXARIFADO
                   INVALID KEY
                       MOVE "ALMOXARI" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-ALM TO ERR-STATUS
                       MOVE ALM-CODIGO TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao gravar o almoxarifado"
                   NOT INVALID KEY
                       DISPLAY "Situacao alterada com sucesso"
               END-REWRITE
           ELSE
               DISPLAY "Operacao cancelada"
           END-IF.

       CONTAR-ITENS-NO-LOCAL.
           MOVE ZERO TO WS-ITENS-NO-LOCAL
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT SALDO-LOCAL-FILE
           IF WS-STATUS-SLC NOT = "00"
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM LER-PROXIMO-SALDO
           END-IF
           PERFORM CONTAR-SALDO-DO-LOCAL UNTIL FIM-ARQUIVO
           IF WS-STATUS-SLC = "00" OR WS-STATUS-SLC = "10"
               CLOSE SALDO-LOCAL-FILE
           END-IF.

       LER-PROXIMO-SALDO.
           READ SALDO-LOCAL-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       CONTAR-SALDO-DO-LOCAL.
           IF SLC-LOCAL = ALM-CODIGO AND SLC-QUANTIDADE NOT = ZERO
               ADD 1 TO WS-ITENS-NO-LOCAL
           END-IF
           PERFORM LER-PROXIMO-SALDO.

       LOCALIZAR-ALMOXARIFADO.
           DISPLAY "Codigo..........: " WITH NO ADVANCING.
           ACCEPT ALM-CODIGO.
           READ ALMOXARIFADO-FILE
               INVALID KEY
                   DISPLAY "Almoxarifado nao encontrado"
           END-READ.

       LISTAR-ALMOXARIFADOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           DISPLAY "Cod Nome                 Responsavel"
               "                    Situacao"
           PERFORM LER-PROXIMO-ALMOXARIFADO
           PERFORM MOSTRAR-ALMOXARIFADO UNTIL FIM-ARQUIVO.

       LER-PROXIMO-ALMOXARIFADO.
           READ ALMOXARIFADO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       MOSTRAR-ALMOXARIFADO.
           IF ALM-ATIVO
               DISPLAY ALM-CODIGO "  " ALM-NOME " " ALM-RESPONSAVEL
                   " ATIVO"
           ELSE
               DISPLAY ALM-CODIGO "  " ALM-NOME " " ALM-RESPONSAVEL
                   " INATIVO"
           END-IF
           PERFORM LER-PROXIMO-ALMOXARIFADO.

      * A soma dos locais tem de fechar com a QUANTIDADE-ATUAL do
      * item; diferenca e saldo que ainda nao foi aberto por local.
       CONSULTAR-SALDO-ITEM.
           DISPLAY "Item............: " WITH NO ADVANCING.
           ACCEPT WS-ITEM-DIGITADO.
           OPEN INPUT ESTOQUE-FILE
           IF WS-STATUS-EST NOT = "00"
               MOVE "ESTOQUE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EST TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de estoque indisponivel - status "
                   WS-STATUS-EST
           ELSE
               MOVE WS-ITEM-DIGITADO TO ITEM-CODIGO
               READ ESTOQUE-FILE
                   INVALID KEY
                       DISPLAY "Item nao cadastrado no estoque"
                   NOT INVALID KEY
                       PERFORM MOSTRAR-SALDOS-DO-ITEM
               END-READ
               CLOSE ESTOQUE-FILE
           END-IF.

       MOSTRAR-SALDOS-DO-ITEM.
           DISPLAY "Item " ITEM-CODIGO " " ITEM-DESCRICAO
           DISPLAY "Cod Almoxarifado           Saldo"
           MOVE ZERO TO WS-SOMA-LOCAIS
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT SALDO-LOCAL-FILE
           IF WS-STATUS-SLC NOT = "00"
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE ITEM-CODIGO TO SLC-ITEM-CODIGO
               MOVE ZEROS TO SLC-LOCAL
               START SALDO-LOCAL-FILE KEY NOT < SLC-CHAVE
                   INVALID KEY SET FIM-ARQUIVO TO TRUE
               END-START
               IF NOT FIM-ARQUIVO
                   PERFORM LER-PROXIMO-SALDO
               END-IF
           END-IF
           PERFORM MOSTRAR-SALDO-LOCAL UNTIL FIM-ARQUIVO
           IF WS-STATUS-SLC = "00" OR WS-STATUS-SLC = "10"
               CLOSE SALDO-LOCAL-FILE
           END-IF
           DISPLAY "Soma dos locais: " WS-SOMA-LOCAIS
               "  Total do item: " QUANTIDADE-ATUAL
           IF WS-SOMA-LOCAIS NOT = QUANTIDADE-ATUAL
               DISPLAY "*** Total do item difere da soma dos locais "
                   "***"
           END-IF.

       MOSTRAR-SALDO-LOCAL.
           IF SLC-ITEM-CODIGO NOT = ITEM-CODIGO
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE SLC-LOCAL TO ALM-CODIGO
               READ ALMOXARIFADO-FILE
                   INVALID KEY
                       MOVE "(NAO CADASTRADO)" TO ALM-NOME
               END-READ
               MOVE SLC-QUANTIDADE TO WS-SALDO-NO-LOCAL
               ADD WS-SALDO-NO-LOCAL TO WS-SOMA-LOCAIS
               DISPLAY SLC-LOCAL "  " ALM-NOME " " WS-SALDO-NO-LOCAL
               PERFORM LER-PROXIMO-SALDO
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANALM" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANALM.
