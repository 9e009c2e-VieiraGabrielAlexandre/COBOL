      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversao unica do arquivo de dados bancarios
      *          (DADOSBAN) para o layout de 150 bytes do REGBAN.cpy -
      *          canal preferido do credito, chave PIX e area de
      *          reserva no fim do registro. Le cada registro no
      *          formato antigo de 25 bytes e regrava em DADOSBAN.NOVO
      *          com o canal em TED (como todo mundo era pago ate
      *          aqui) e a chave PIX em branco. Mesmo desenho
      *          copia-e-reconstroi do CONVCAD: o original fica no
      *          lugar, sai o relatorio de lidos/gravados, e o
      *          operador troca o arquivo depois de conferir. Rodar
      *          uma unica vez na virada, com o sistema parado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVBAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAN-ANTIGO ASSIGN TO "DADOSBAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAN-V-MATRICULA
               FILE STATUS IS WS-STATUS-ANT.
           SELECT BAN-NOVO ASSIGN TO "DADOSBAN.NOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAN-MATRICULA
               FILE STATUS IS WS-STATUS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD  BAN-ANTIGO.
       01  REG-BAN-ANTIGO.
           03 BAN-V-MATRICULA      PIC 9(06).
           03 FILLER               PIC X(19).
       FD  BAN-NOVO.
           COPY "REGBAN.cpy".
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
           DISPLAY "----- CONVERSAO DOS DADOS BANCARIOS -----".
           OPEN INPUT BAN-ANTIGO
           IF WS-STATUS-ANT NOT = "00"
               MOVE "DADOSBAN" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ANT TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "DADOSBAN indisponivel - status "
                   WS-STATUS-ANT " (nada a converter)"
               STOP RUN
           END-IF
           OPEN OUTPUT BAN-NOVO
           PERFORM LER-BAN-ANTIGO
           PERFORM COPIAR-BAN UNTIL FIM-ARQUIVO
           CLOSE BAN-ANTIGO
           CLOSE BAN-NOVO
           DISPLAY " "
           DISPLAY "Registros lidos........: " WS-TOTAL-LIDOS
           DISPLAY "Registros gravados.....: " WS-TOTAL-GRAVADOS
           DISPLAY "Chaves descartadas.....: " WS-TOTAL-DESCARTADOS
           DISPLAY " "
           DISPLAY "Confira o relatorio e entao substitua DADOSBAN "
               "pela copia DADOSBAN.NOVO convertida".
           STOP RUN.

       LER-BAN-ANTIGO.
           READ BAN-ANTIGO NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO AND WS-STATUS-ANT NOT = "00"
               MOVE "DADOSBAN" TO ERR-ARQUIVO
               MOVE "READ" TO ERR-OPERACAO
               MOVE WS-STATUS-ANT TO ERR-STATUS
               MOVE BAN-V-MATRICULA TO ERR-CHAVE
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Leitura interrompida - status " WS-STATUS-ANT
                   " (registros alem deste ponto foram perdidos)"
               SET FIM-ARQUIVO TO TRUE
           END-IF.

      * Os campos novos entram em espacos, com o canal em TED.
       COPIAR-BAN.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE SPACES TO REGISTRO-BANCARIO
           MOVE REG-BAN-ANTIGO TO REGISTRO-BANCARIO (1:25)
           SET BAN-CANAL-TED TO TRUE
           WRITE REGISTRO-BANCARIO
               INVALID KEY
                   ADD 1 TO WS-TOTAL-DESCARTADOS
                   DISPLAY "Chave descartada: " BAN-MATRICULA
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE
           PERFORM LER-BAN-ANTIGO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CONVBAN" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CONVBAN.
