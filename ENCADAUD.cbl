      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma de encadeamento do rastro de auditoria.
      *          Todo programa que grava no AUDITORI CALLa este antes
      *          do WRITE REGISTRO-AUDITORIA, passando o registro ja
      *          montado. Funcoes: "E" encadeia - le o controle
      *          AUDCADEI (REGCDA.cpy), poe em AUD-SEQUENCIA a proxima
      *          sequencia e em AUD-HASH o hash do registro calculado
      *          por HASHAUD a partir do hash do ultimo gravado, e
      *          regrava o controle; "S" sincroniza o controle com o
      *          registro recebido (RESTBACK, depois de repor o
      *          AUDITORI de uma geracao - registro anterior ao
      *          encadeamento zera o controle e a cadeia recomeca na
      *          sequencia 1); "L" devolve no registro recebido a
      *          sequencia e o hash guardados no controle, para
      *          VERIFAUD conferir o fim do AUDITORI.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCADAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEIA-FILE ASSIGN TO "AUDCADEI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CDA.
       DATA DIVISION.
       FILE SECTION.
       FD  CADEIA-FILE.
           COPY "REGCDA.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-CDA       PIC X(02) VALUE SPACES.
       77  WS-ULTIMA-SEQUENCIA PIC 9(09) VALUE ZEROS.
       77  WS-ULTIMO-HASH      PIC 9(16) VALUE ZEROS.
       77  WS-HASH-NOVO        PIC 9(16) VALUE ZEROS.
           COPY "REGAUD.cpy".
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  ENCADAUD-FUNCAO     PIC X(01).
       01  ENCADAUD-REGISTRO   PIC X(654).
       PROCEDURE DIVISION USING ENCADAUD-FUNCAO, ENCADAUD-REGISTRO.
       MAIN-PROCEDURE.
           MOVE ENCADAUD-REGISTRO TO REGISTRO-AUDITORIA
           EVALUATE ENCADAUD-FUNCAO
               WHEN "E"
                   PERFORM LER-CONTROLE
                   PERFORM ENCADEAR-REGISTRO
                   PERFORM GRAVAR-CONTROLE
               WHEN "S"
                   PERFORM SINCRONIZAR-CONTROLE
                   PERFORM GRAVAR-CONTROLE
               WHEN "L"
                   PERFORM LER-CONTROLE
                   MOVE WS-ULTIMA-SEQUENCIA TO AUD-SEQUENCIA
                   MOVE WS-ULTIMO-HASH TO AUD-HASH
               WHEN OTHER
                   DISPLAY "ENCADAUD: funcao invalida "
                       ENCADAUD-FUNCAO
           END-EVALUATE
           MOVE REGISTRO-AUDITORIA TO ENCADAUD-REGISTRO
           GOBACK.

      * Sem controle (primeira gravacao desde que a cadeia entrou no
      * ar) a cadeia comeca da sequencia zero com hash zerado.
       LER-CONTROLE.
           MOVE ZEROS TO WS-ULTIMA-SEQUENCIA
           MOVE ZEROS TO WS-ULTIMO-HASH
           OPEN INPUT CADEIA-FILE
           IF WS-STATUS-CDA = "00"
               READ CADEIA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CDA-ULTIMA-SEQUENCIA IS NUMERIC
                          AND CDA-ULTIMO-HASH IS NUMERIC
                           MOVE CDA-ULTIMA-SEQUENCIA
                               TO WS-ULTIMA-SEQUENCIA
                           MOVE CDA-ULTIMO-HASH TO WS-ULTIMO-HASH
                       END-IF
               END-READ
               CLOSE CADEIA-FILE
           END-IF.

       ENCADEAR-REGISTRO.
           ADD 1 TO WS-ULTIMA-SEQUENCIA
           MOVE WS-ULTIMA-SEQUENCIA TO AUD-SEQUENCIA
           CALL "HASHAUD" USING REGISTRO-AUDITORIA, WS-ULTIMO-HASH,
               WS-HASH-NOVO
           MOVE WS-HASH-NOVO TO AUD-HASH
           MOVE WS-HASH-NOVO TO WS-ULTIMO-HASH.

       SINCRONIZAR-CONTROLE.
           IF AUD-SEQUENCIA IS NUMERIC AND AUD-HASH IS NUMERIC
               MOVE AUD-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
               MOVE AUD-HASH TO WS-ULTIMO-HASH
           ELSE
               MOVE ZEROS TO WS-ULTIMA-SEQUENCIA
               MOVE ZEROS TO WS-ULTIMO-HASH
           END-IF.

      * Controle que nao grava nao impede o evento de ir para o
      * AUDITORI - o registro sai encadeado e VERIFAUD acusa a
      * diferenca entre o fim do AUDITORI e o controle.
       GRAVAR-CONTROLE.
           OPEN OUTPUT CADEIA-FILE
           IF WS-STATUS-CDA NOT = "00"
               MOVE "OPEN" TO ERR-OPERACAO
               PERFORM AVISAR-FALHA-CONTROLE
           ELSE
               MOVE WS-ULTIMA-SEQUENCIA TO CDA-ULTIMA-SEQUENCIA
               MOVE WS-ULTIMO-HASH TO CDA-ULTIMO-HASH
               ACCEPT CDA-DATA FROM DATE YYYYMMDD
               ACCEPT CDA-HORA FROM TIME
               WRITE REGISTRO-CADEIA-AUD
               IF WS-STATUS-CDA NOT = "00"
                   MOVE "WRITE" TO ERR-OPERACAO
                   PERFORM AVISAR-FALHA-CONTROLE
               END-IF
               CLOSE CADEIA-FILE
           END-IF.

       AVISAR-FALHA-CONTROLE.
           MOVE "AUDCADEI" TO ERR-ARQUIVO
           MOVE WS-STATUS-CDA TO ERR-STATUS
           PERFORM REGISTRAR-ERRO-IO
           DISPLAY "ENCADAUD: controle AUDCADEI nao gravado - "
               "status " WS-STATUS-CDA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "ENCADAUD" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM ENCADAUD.
