      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversao unica do arquivo de lotes (LOTES) para o
      *          layout de 29 bytes do REGLOT.cpy, com o almoxarifado
      *          (LOT-LOCAL) dentro da chave. Le cada lote no formato
      *          antigo de 27 bytes e regrava em LOTES.NOVO no
      *          almoxarifado central (01) - antes dos locais todo
      *          lote estava la. Mesmo desenho copia-e-reconstroi do
      *          CONVPED: o original fica no lugar, sai o relatorio de
      *          lidos/gravados, e o operador troca o arquivo depois
      *          de conferir. Rodar uma unica vez na virada, com o
      *          sistema parado, junto com a carga CARGALOC.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVLOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-ANTIGO ASSIGN TO "LOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-V-CHAVE
               FILE STATUS IS WS-STATUS-ANT.
           SELECT LOT-NOVO ASSIGN TO "LOTES.NOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WS-STATUS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD  LOT-ANTIGO.
       01  REG-LOT-ANTIGO.
           03 LOT-V-CHAVE.
               05 LOT-V-ITEM-CODIGO PIC 9(04).
               05 LOT-V-NUMERO     PIC X(10).
           03 LOT-V-VALIDADE       PIC 9(08).
           03 LOT-V-QUANTIDADE     PIC S9(04).
           03 LOT-V-STATUS         PIC X(01).
       FD  LOT-NOVO.
           COPY "REGLOT.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ANT           PIC X(02) VALUE SPACES.
       77  WS-STATUS-NOVO          PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
           88 FIM-ARQUIVO              VALUE "S".
       77  WS-TOTAL-LIDOS          PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-GRAVADOS       PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-DESCARTADOS    PIC 9(06) VALUE ZERO.
       77  WS-ALMOX-CENTRAL        PIC 9(02) VALUE 01.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "----- CONVERSAO DOS LOTES -----".
           OPEN INPUT LOT-ANTIGO
           IF WS-STATUS-ANT NOT = "00"
               MOVE "LOTES" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ANT TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "LOTES indisponivel - status "
                   WS-STATUS-ANT " (nada a converter)"
               STOP RUN
           END-IF
           OPEN OUTPUT LOT-NOVO
           PERFORM LER-LOT-ANTIGO
           PERFORM COPIAR-LOT UNTIL FIM-ARQUIVO
           CLOSE LOT-ANTIGO
           CLOSE LOT-NOVO
           DISPLAY " "
           DISPLAY "Registros lidos........: " WS-TOTAL-LIDOS
           DISPLAY "Registros gravados.....: " WS-TOTAL-GRAVADOS
           DISPLAY "Chaves descartadas.....: " WS-TOTAL-DESCARTADOS
           DISPLAY " "
           DISPLAY "Confira o relatorio e entao substitua LOTES "
               "pela copia LOTES.NOVO convertida".
           STOP RUN.

       LER-LOT-ANTIGO.
           READ LOT-ANTIGO NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO AND WS-STATUS-ANT NOT = "00"
               MOVE "LOTES" TO ERR-ARQUIVO
               MOVE "READ" TO ERR-OPERACAO
               MOVE WS-STATUS-ANT TO ERR-STATUS
               MOVE LOT-V-CHAVE TO ERR-CHAVE
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Leitura interrompida - status " WS-STATUS-ANT
                   " (registros alem deste ponto foram perdidos)"
               SET FIM-ARQUIVO TO TRUE
           END-IF.

       COPIAR-LOT.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE LOT-V-ITEM-CODIGO TO LOT-ITEM-CODIGO
           MOVE LOT-V-NUMERO TO LOT-NUMERO
           MOVE WS-ALMOX-CENTRAL TO LOT-LOCAL
           MOVE LOT-V-VALIDADE TO LOT-VALIDADE
           MOVE LOT-V-QUANTIDADE TO LOT-QUANTIDADE
           MOVE LOT-V-STATUS TO LOT-STATUS
           WRITE REGISTRO-LOTE
               INVALID KEY
                   ADD 1 TO WS-TOTAL-DESCARTADOS
                   DISPLAY "Chave descartada: " LOT-ITEM-CODIGO " "
                       LOT-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE
           PERFORM LER-LOT-ANTIGO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CONVLOT" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CONVLOT.
