      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma do log central de erros de E/S - recebe o
      *          REGISTRO-ERRO-IO (REGERRO.cpy) ja preenchido por quem
      *          encontrou o FILE STATUS ruim, poe data e hora e
      *          acrescenta a linha ao ERROLOG. A mensagem na tela de
      *          um operador ou o RETURN-CODE de um passo continuam
      *          como eram; o ERROLOG e o que fica para a manha
      *          seguinte (CONERRO, PAINEL). Status 35 no OPEN nao e
      *          gravado: arquivo ainda nao criado e tratado pelos
      *          programas como arquivo vazio, nao como falha. Se o
      *          proprio ERROLOG nao abre, o erro sai so no DISPLAY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGERRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERRO-FILE ASSIGN TO "ERROLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ERR.
       DATA DIVISION.
       FILE SECTION.
       FD  ERRO-FILE.
       01  LINHA-ERRO-IO       PIC X(96).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ERR       PIC X(02) VALUE SPACES.
       LINKAGE SECTION.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION USING REGISTRO-ERRO-IO.
       MAIN-PROCEDURE.
           IF ERR-OPERACAO = "OPEN" AND ERR-STATUS = "35"
               GOBACK
           END-IF
           ACCEPT ERR-DATA FROM DATE YYYYMMDD
           ACCEPT ERR-HORA FROM TIME
           OPEN EXTEND ERRO-FILE
           IF WS-STATUS-ERR NOT = "00"
               OPEN OUTPUT ERRO-FILE
           END-IF
           IF WS-STATUS-ERR = "00"
               WRITE LINHA-ERRO-IO FROM REGISTRO-ERRO-IO
               CLOSE ERRO-FILE
           ELSE
               DISPLAY "LOGERRO: ERROLOG indisponivel - status "
                   WS-STATUS-ERR " - " ERR-PROGRAMA " " ERR-ARQUIVO
                   " " ERR-OPERACAO " " ERR-STATUS
           END-IF
           GOBACK.

       END PROGRAM LOGERRO.
