      *          ARQAUDCT). Desde que o rastro entrou no ar o arquivo
      *          so crescia; com o corte os programas que o leem voltam
      *          a ter um arquivo pequeno, e CONAUDIT alcanca os meses
      *          arquivados quando a pergunta atravessa meses. O
      *          AUDITORI novo comeca por um registro de transporte
      *          (operacao "T", REGTRP.cpy) com a sequencia e o hash
      *          em que a cadeia fechou, de modo que a cadeia segue do
      *          arquivo morto para o mes novo sem interrupcao e
      *          VERIFAUD confere o AUDITORI mesmo depois que o arquivo
      *          morto sai pela retencao. Chamado ao final do FECHMES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-FILE.
      * Imagem bruta do registro de auditoria (REGAUD.cpy, 654 bytes)
      * - o corte copia byte a byte, sem interpretar os campos.
       01  IMAGEM-AUDITORIA        PIC X(654).
       FD  ARQUIVO-MORTO.
       01  IMAGEM-MORTO            PIC X(654).
       FD  CONTROLE-FILE.
       01  REGISTRO-CONTROLE       PIC 9(06).
       WORKING-STORAGE SECTION.
       77  WS-INDICE-MES           PIC 9(02) VALUE ZERO.
       77  WS-MES-JA-CORTADO       PIC X(01) VALUE "N".
           88 MES-JA-CORTADO           VALUE "S".
       77  WS-FUNCAO-CADEIA        PIC X(01) VALUE SPACES.
       01  WS-DATA-ATUAL           PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-MES-CORRENTE      PIC 9(06).
           03 FILLER               PIC 9(02).
       01  TABELA-MESES.
           03 TAB-MES              PIC 9(06) OCCURS 24 TIMES.
           COPY "REGAUD.cpy".
           COPY "REGTRP.cpy".
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CORTE MENSAL DO RASTRO DE AUDITORIA =====".
               INTO WS-NOME-ARQUIVO-MORTO
           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUD NOT = "00"
               MOVE "AUDITORI" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-AUD TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "AUDITORI vazio ou indisponivel - nada a "
                   "cortar"
               STOP RUN
           CLOSE AUDITORIA-FILE
           CLOSE ARQUIVO-MORTO
           OPEN OUTPUT AUDITORIA-FILE
           PERFORM GRAVAR-TRANSPORTE
           CLOSE AUDITORIA-FILE
           PERFORM ATUALIZAR-CONTROLE-MESES
           DISPLAY "Eventos cortados para " WS-NOME-ARQUIVO-MORTO
           ADD 1 TO WS-TOTAL-EVENTOS
           PERFORM LER-PROXIMO-EVENTO.

      * O fecho vem do controle da cadeia, nao da ultima linha
      * copiada: se o fim do AUDITORI tiver sido cortado por fora, o
      * transporte nao confere com o arquivo morto e VERIFAUD acusa.
       GRAVAR-TRANSPORTE.
           MOVE "L" TO WS-FUNCAO-CADEIA
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA, REGISTRO-AUDITORIA
           MOVE WS-NOME-ARQUIVO-MORTO TO TRP-ARQUIVO
           MOVE AUD-SEQUENCIA TO TRP-SEQUENCIA
           MOVE AUD-HASH TO TRP-HASH
           INITIALIZE REGISTRO-AUDITORIA
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE "ARQAUD" TO AUD-OPERADOR
           SET AUD-TRANSPORTE-CADEIA TO TRUE
           MOVE ZEROS TO AUD-MATRICULA
           MOVE REGISTRO-TRANSPORTE TO AUD-ANTES
           MOVE SPACES TO AUD-DEPOIS
           MOVE "E" TO WS-FUNCAO-CADEIA
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA, REGISTRO-AUDITORIA
           WRITE IMAGEM-AUDITORIA FROM REGISTRO-AUDITORIA.

      * Mesma mecanica do controle de geracoes de GERABACK: a lista de
      * meses arquivados em ordem, e acima da retencao o mais antigo e
      * apagado junto com o arquivo morto dele.
           MOVE TAB-MES(WS-INDICE-MES) TO REGISTRO-CONTROLE
           WRITE REGISTRO-CONTROLE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "ARQAUD" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM ARQAUD.
