      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma de leitura do empregador - recebe o codigo
      *          e devolve o registro do EMPREGAD (REGEMP.cpy) com "S"
      *          no resultado; codigo inexistente devolve "N". Codigo
      *          zerado e o empregador 01 - o cadastro gravado antes
      *          do campo e todo da empresa original. Enquanto o 01
      *          nao for cadastrado em MANEMPR, ele volta com os
      *          dados fixos do convenio que REMESSA e ENCARGOS
      *          usavam, e a folha de sempre continua saindo igual.
      *          Mesmo desenho de subprograma do LERPARAM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEREMPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREGADOR-FILE ASSIGN TO "EMPREGAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WS-STATUS-EMP.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOR-FILE.
           COPY "REGEMP.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-EMP       PIC X(02) VALUE SPACES.
      * Empresa original do sistema - os dados que o convenio de
      * pagamento tinha compilados antes do cadastro de empregadores.
       01  WS-EMPREGADOR-ORIGINAL.
           03 FILLER               PIC 9(02) VALUE 01.
           03 FILLER               PIC 9(14) VALUE 12345678000195.
           03 FILLER               PIC X(30)
                                   VALUE "SISTEMA CADASTRO LTDA".
           03 FILLER               PIC 9(03) VALUE 001.
           03 FILLER               PIC X(30)
                                   VALUE "BANCO CONVENIADO".
           03 FILLER               PIC X(20) VALUE "0012345".
           03 FILLER               PIC 9(05) VALUE 01234.
           03 FILLER               PIC X(01) VALUE "5".
           03 FILLER               PIC 9(12) VALUE 000000987654.
           03 FILLER               PIC X(01) VALUE "3".
           03 FILLER               PIC X(01) VALUE "A".
       LINKAGE SECTION.
       01  EMPR-CODIGO         PIC 9(02).
       01  EMPR-DADOS          PIC X(119).
       01  EMPR-RESULTADO      PIC X(01).
       PROCEDURE DIVISION USING EMPR-CODIGO, EMPR-DADOS,
               EMPR-RESULTADO.
       MAIN-PROCEDURE.
           MOVE "N" TO EMPR-RESULTADO
           IF EMPR-CODIGO IS NOT NUMERIC OR EMPR-CODIGO = ZEROS
               MOVE 01 TO EMPR-CODIGO
           END-IF
           OPEN INPUT EMPREGADOR-FILE
           IF WS-STATUS-EMP = "00"
               MOVE EMPR-CODIGO TO EMP-CODIGO
               READ EMPREGADOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REGISTRO-EMPREGADOR TO EMPR-DADOS
                       MOVE "S" TO EMPR-RESULTADO
               END-READ
               CLOSE EMPREGADOR-FILE
           END-IF
           IF EMPR-RESULTADO = "N" AND EMPR-CODIGO = 01
               MOVE WS-EMPREGADOR-ORIGINAL TO EMPR-DADOS
               MOVE "S" TO EMPR-RESULTADO
           END-IF
           GOBACK.

       END PROGRAM LEREMPR.
