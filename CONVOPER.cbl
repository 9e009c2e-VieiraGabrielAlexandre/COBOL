      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversao unica do arquivo de operadores (OPERADOR)
      *          para o layout de 100 bytes do REGOPER.cpy - permissao
      *          de dados sensiveis e area de reserva no fim do
      *          registro. Le cada registro no formato antigo de 81
      *          bytes e regrava em OPERADOR.NOVO; a permissao nasce
      *          ligada para os perfis de atualizacao e supervisor
      *          (que ja mantem e aprovam salarios) e desligada para o
      *          perfil de consulta, que passa a ver salario e CPF
      *          mascarados. Mesmo desenho copia-e-reconstroi do
      *          CONVBAN: o original fica no lugar, sai o relatorio de
      *          lidos/gravados, e o operador troca o arquivo depois
      *          de conferir. Rodar uma unica vez na virada, com o
      *          sistema parado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVOPER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPE-ANTIGO ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-V-ID
               FILE STATUS IS WS-STATUS-ANT.
           SELECT OPE-NOVO ASSIGN TO "OPERADOR.NOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERADOR-ID
               FILE STATUS IS WS-STATUS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD  OPE-ANTIGO.
       01  REG-OPE-ANTIGO.
           03 OPE-V-ID             PIC X(08).
           03 FILLER               PIC X(73).
       FD  OPE-NOVO.
           COPY "REGOPER.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ANT           PIC X(02) VALUE SPACES.
       77  WS-STATUS-NOVO          PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
           88 FIM-ARQUIVO              VALUE "S".
       77  WS-TOTAL-LIDOS          PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-GRAVADOS       PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-DESCARTADOS    PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-LIBERADOS      PIC 9(06) VALUE ZERO.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "----- CONVERSAO DOS OPERADORES -----".
           OPEN INPUT OPE-ANTIGO
           IF WS-STATUS-ANT NOT = "00"
               MOVE "OPERADOR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ANT TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "OPERADOR indisponivel - status "
                   WS-STATUS-ANT " (nada a converter)"
               STOP RUN
           END-IF
           OPEN OUTPUT OPE-NOVO
           PERFORM LER-OPE-ANTIGO
           PERFORM COPIAR-OPE UNTIL FIM-ARQUIVO
           CLOSE OPE-ANTIGO
           CLOSE OPE-NOVO
           DISPLAY " "
           DISPLAY "Registros lidos........: " WS-TOTAL-LIDOS
           DISPLAY "Registros gravados.....: " WS-TOTAL-GRAVADOS
           DISPLAY "Chaves descartadas.....: " WS-TOTAL-DESCARTADOS
           DISPLAY "Com dados sensiveis....: " WS-TOTAL-LIBERADOS
           DISPLAY " "
           DISPLAY "Confira o relatorio e entao substitua OPERADOR "
               "pela copia OPERADOR.NOVO convertida".
           STOP RUN.

       LER-OPE-ANTIGO.
           READ OPE-ANTIGO NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO AND WS-STATUS-ANT NOT = "00"
               MOVE "OPERADOR" TO ERR-ARQUIVO
               MOVE "READ" TO ERR-OPERACAO
               MOVE WS-STATUS-ANT TO ERR-STATUS
               MOVE OPE-V-ID TO ERR-CHAVE
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Leitura interrompida - status " WS-STATUS-ANT
                   " (registros alem deste ponto foram perdidos)"
               SET FIM-ARQUIVO TO TRUE
           END-IF.

      * A permissao segue o perfil que o operador ja tem: quem so
      * consulta fica sem; atualizacao e supervisor ficam com ela. O
      * supervisor ajusta caso a caso depois, em MANOPER.
       COPIAR-OPE.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE SPACES TO REGISTRO-OPERADOR
           MOVE REG-OPE-ANTIGO TO REGISTRO-OPERADOR (1:81)
           IF PERFIL-CONSULTA
               MOVE "N" TO OPERADOR-DADOS-SENSIVEIS
           ELSE
               SET ACESSO-DADOS-SENSIVEIS TO TRUE
           END-IF
           WRITE REGISTRO-OPERADOR
               INVALID KEY
                   ADD 1 TO WS-TOTAL-DESCARTADOS
                   DISPLAY "Chave descartada: " OPERADOR-ID
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
                   IF ACESSO-DADOS-SENSIVEIS
                       ADD 1 TO WS-TOTAL-LIBERADOS
                   END-IF
           END-WRITE
           PERFORM LER-OPE-ANTIGO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CONVOPER" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CONVOPER.
