      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversao unica do cadastro de fornecedores
      *          (FORNECED) para o layout de 100 bytes do REGFOR.cpy -
      *          prazo de pagamento e area de reserva no fim do
      *          registro. Le cada fornecedor no formato antigo de 67
      *          bytes e regrava em FORNECED.NOVO com o prazo de
      *          pagamento zerado (vale o padrao NFPRZPAG ate compras
      *          informar o de cada um em MANFORN). Mesmo desenho
      *          copia-e-reconstroi do CONVCAD: o original fica no
      *          lugar, sai o relatorio de lidos/gravados, e o
      *          operador troca o arquivo depois de conferir. Rodar
      *          uma unica vez na virada, com o sistema parado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVFOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOR-ANTIGO ASSIGN TO "FORNECED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-V-CODIGO
               FILE STATUS IS WS-STATUS-ANT.
           SELECT FOR-NOVO ASSIGN TO "FORNECED.NOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WS-STATUS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD  FOR-ANTIGO.
       01  REG-FOR-ANTIGO.
           03 FOR-V-CODIGO         PIC 9(04).
           03 FILLER               PIC X(63).
       FD  FOR-NOVO.
           COPY "REGFOR.cpy".
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
           DISPLAY "----- CONVERSAO DO CADASTRO DE FORNECEDORES -----".
           OPEN INPUT FOR-ANTIGO
           IF WS-STATUS-ANT NOT = "00"
               MOVE "FORNECED" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ANT TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "FORNECED indisponivel - status "
                   WS-STATUS-ANT " (nada a converter)"
               STOP RUN
           END-IF
           OPEN OUTPUT FOR-NOVO
           PERFORM LER-FOR-ANTIGO
           PERFORM COPIAR-FOR UNTIL FIM-ARQUIVO
           CLOSE FOR-ANTIGO
           CLOSE FOR-NOVO
           DISPLAY " "
           DISPLAY "Registros lidos........: " WS-TOTAL-LIDOS
           DISPLAY "Registros gravados.....: " WS-TOTAL-GRAVADOS
           DISPLAY "Chaves descartadas.....: " WS-TOTAL-DESCARTADOS
           DISPLAY " "
           DISPLAY "Confira o relatorio e entao substitua FORNECED "
               "pela copia FORNECED.NOVO convertida".
           STOP RUN.

       LER-FOR-ANTIGO.
           READ FOR-ANTIGO NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO AND WS-STATUS-ANT NOT = "00"
               MOVE "FORNECED" TO ERR-ARQUIVO
               MOVE "READ" TO ERR-OPERACAO
               MOVE WS-STATUS-ANT TO ERR-STATUS
               MOVE FOR-V-CODIGO TO ERR-CHAVE
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Leitura interrompida - status " WS-STATUS-ANT
                   " (registros alem deste ponto foram perdidos)"
               SET FIM-ARQUIVO TO TRUE
           END-IF.

      * O prazo de pagamento entra zerado - vale o padrao NFPRZPAG.
       COPIAR-FOR.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE SPACES TO REGISTRO-FORNECEDOR
           MOVE REG-FOR-ANTIGO TO REGISTRO-FORNECEDOR (1:67)
           MOVE ZEROS TO FOR-PRAZO-PAGTO
           WRITE REGISTRO-FORNECEDOR
               INVALID KEY
                   ADD 1 TO WS-TOTAL-DESCARTADOS
                   DISPLAY "Chave descartada: " FOR-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE
           PERFORM LER-FOR-ANTIGO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CONVFOR" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CONVFOR.
