      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversao unica do arquivo de pedidos de reposicao
      *          (PEDIDOS) para o layout de 100 bytes do REGPED.cpy -
      *          quantidade e preco do recebimento, preco de
      *          referencia do pedido e nota fiscal que o faturou,
      *          mais a area de reserva no fim do registro. Le cada
      *          pedido no formato antigo de 43 bytes e regrava em
      *          PEDIDOS.NOVO sem nota fiscal. Ate aqui o recebimento
      *          gravava a quantidade recebida por cima da pedida,
      *          entao pedido ja recebido leva essa mesma quantidade
      *          como recebida. Mesmo desenho copia-e-reconstroi do
      *          CONVCAD: o original fica no lugar, sai o relatorio de
      *          lidos/gravados, e o operador troca o arquivo depois
      *          de conferir. Rodar uma unica vez na virada, com o
      *          sistema parado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVPED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PED-ANTIGO ASSIGN TO "PEDIDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-V-NUMERO
               FILE STATUS IS WS-STATUS-ANT.
           SELECT PED-NOVO ASSIGN TO "PEDIDOS.NOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WS-STATUS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD  PED-ANTIGO.
       01  REG-PED-ANTIGO.
           03 PED-V-NUMERO         PIC 9(06).
           03 FILLER               PIC X(37).
       FD  PED-NOVO.
           COPY "REGPED.cpy".
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
           DISPLAY "----- CONVERSAO DOS PEDIDOS DE REPOSICAO -----".
           OPEN INPUT PED-ANTIGO
           IF WS-STATUS-ANT NOT = "00"
               MOVE "PEDIDOS" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ANT TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "PEDIDOS indisponivel - status "
                   WS-STATUS-ANT " (nada a converter)"
               STOP RUN
           END-IF
           OPEN OUTPUT PED-NOVO
           PERFORM LER-PED-ANTIGO
           PERFORM COPIAR-PED UNTIL FIM-ARQUIVO
           CLOSE PED-ANTIGO
           CLOSE PED-NOVO
           DISPLAY " "
           DISPLAY "Registros lidos........: " WS-TOTAL-LIDOS
           DISPLAY "Registros gravados.....: " WS-TOTAL-GRAVADOS
           DISPLAY "Chaves descartadas.....: " WS-TOTAL-DESCARTADOS
           DISPLAY " "
           DISPLAY "Confira o relatorio e entao substitua PEDIDOS "
               "pela copia PEDIDOS.NOVO convertida".
           STOP RUN.

       LER-PED-ANTIGO.
           READ PED-ANTIGO NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO AND WS-STATUS-ANT NOT = "00"
               MOVE "PEDIDOS" TO ERR-ARQUIVO
               MOVE "READ" TO ERR-OPERACAO
               MOVE WS-STATUS-ANT TO ERR-STATUS
               MOVE PED-V-NUMERO TO ERR-CHAVE
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Leitura interrompida - status " WS-STATUS-ANT
                   " (registros alem deste ponto foram perdidos)"
               SET FIM-ARQUIVO TO TRUE
           END-IF.

      * Os campos novos entram zerados; pedido recebido leva como
      * recebida a quantidade que o recebimento tinha gravado.
       COPIAR-PED.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE SPACES TO REGISTRO-PEDIDO
           MOVE REG-PED-ANTIGO TO REGISTRO-PEDIDO (1:43)
           MOVE ZEROS TO PED-QTDE-RECEBIDA
           MOVE ZEROS TO PED-PRECO-PEDIDO
           MOVE ZEROS TO PED-PRECO-RECEBIDO
           MOVE ZEROS TO PED-NOTA-FISCAL
           IF PED-RECEBIDO
               MOVE PED-QUANTIDADE TO PED-QTDE-RECEBIDA
           END-IF
           WRITE REGISTRO-PEDIDO
               INVALID KEY
                   ADD 1 TO WS-TOTAL-DESCARTADOS
                   DISPLAY "Chave descartada: " PED-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE
           PERFORM LER-PED-ANTIGO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CONVPED" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CONVPED.
