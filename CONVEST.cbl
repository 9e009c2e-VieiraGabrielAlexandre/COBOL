      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversao unica do arquivo de itens (ESTOQUE) para o
      *          layout de 140 bytes do REGEST.cpy - classe ABC, valor
      *          consumido em 12 meses e data da analise (CURVAABC),
      *          lote economico de compra (REPOSCAL), mais a area de
      *          reserva no fim do registro. Le cada
      *          item no formato antigo de 60 bytes e regrava em
      *          ESTOQUE.NOVO com o item ainda nao classificado. Mesmo
      *          desenho copia-e-reconstroi do CONVCAD: o original
      *          fica no lugar, sai o relatorio de lidos/gravados, e o
      *          operador troca o arquivo depois de conferir. Rodar
      *          uma unica vez na virada, com o sistema parado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVEST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EST-ANTIGO ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-V-ITEM-CODIGO
               FILE STATUS IS WS-STATUS-ANT.
           SELECT EST-NOVO ASSIGN TO "ESTOQUE.NOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODIGO
               FILE STATUS IS WS-STATUS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD  EST-ANTIGO.
       01  REG-EST-ANTIGO.
           03 EST-V-ITEM-CODIGO    PIC 9(04).
           03 FILLER               PIC X(56).
       FD  EST-NOVO.
           COPY "REGEST.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ANT           PIC X(02) VALUE SPACES.
       77  WS-STATUS-NOVO          PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
           88 FIM-ARQUIVO              VALUE "S".
       77  WS-TOTAL-LIDOS          PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-GRAVADOS       PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-DESCARTADOS    PIC 9(06) VALUE ZERO.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "----- CONVERSAO DO ARQUIVO DE ITENS -----".
           OPEN INPUT EST-ANTIGO
           IF WS-STATUS-ANT NOT = "00"
               MOVE "ESTOQUE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ANT TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "ESTOQUE indisponivel - status "
                   WS-STATUS-ANT " (nada a converter)"
               STOP RUN
           END-IF
           OPEN OUTPUT EST-NOVO
           PERFORM LER-EST-ANTIGO
           PERFORM COPIAR-EST UNTIL FIM-ARQUIVO
           CLOSE EST-ANTIGO
           CLOSE EST-NOVO
           DISPLAY " "
           DISPLAY "Registros lidos........: " WS-TOTAL-LIDOS
           DISPLAY "Registros gravados.....: " WS-TOTAL-GRAVADOS
           DISPLAY "Chaves descartadas.....: " WS-TOTAL-DESCARTADOS
           DISPLAY " "
           DISPLAY "Confira o relatorio e entao substitua ESTOQUE "
               "pela copia ESTOQUE.NOVO convertida".
           STOP RUN.

       LER-EST-ANTIGO.
           READ EST-ANTIGO NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO AND WS-STATUS-ANT NOT = "00"
               MOVE "ESTOQUE" TO ERR-ARQUIVO
               MOVE "READ" TO ERR-OPERACAO
               MOVE WS-STATUS-ANT TO ERR-STATUS
               MOVE EST-V-ITEM-CODIGO TO ERR-CHAVE
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Leitura interrompida - status " WS-STATUS-ANT
                   " (registros alem deste ponto foram perdidos)"
               SET FIM-ARQUIVO TO TRUE
           END-IF.

      * Os campos novos entram com o item sem classe, sem consumo e
      * sem lote economico.
       COPIAR-EST.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE SPACES TO REGISTRO-ESTOQUE
           MOVE REG-EST-ANTIGO TO REGISTRO-ESTOQUE (1:60)
           MOVE ZEROS TO ITEM-CONSUMO-12M
           MOVE ZEROS TO ITEM-DATA-CLASSE
           MOVE ZEROS TO ITEM-LOTE-ECONOMICO
           WRITE REGISTRO-ESTOQUE
               INVALID KEY
                   ADD 1 TO WS-TOTAL-DESCARTADOS
                   DISPLAY "Chave descartada: " ITEM-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE
           PERFORM LER-EST-ANTIGO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CONVEST" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CONVEST.
