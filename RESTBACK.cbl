      *          o AUDITORI sao reconstruidos a partir das imagens
      *          CADUSUAR.AAAAMMDD e AUDITORI.AAAAMMDD. A propria
      *          restauracao e registrada no rastro de auditoria
      *          (operacao "G"), com a sequencia em que a cadeia
      *          parou antes dela; o controle da cadeia (ENCADAUD) e
      *          reposto no ultimo registro restaurado, e o evento da
      *          restauracao e o primeiro elo novo. Chamado a partir
      *          do menu de administracao de SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  AUDITORIA-FILE.
           COPY "REGAUD.cpy".
       FD  CAD-BACKUP.
       01  IMAGEM-CADASTRO         PIC X(300).
       FD  AUD-BACKUP.
       01  IMAGEM-AUD-BACKUP       PIC X(654).
       FD  GERACAO-FILE.
       01  REGISTRO-GERACAO        PIC 9(08).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQ           PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD           PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA        PIC X(01) VALUE "E".
       77  WS-STATUS-BCK           PIC X(02) VALUE SPACES.
       77  WS-STATUS-BCA           PIC X(02) VALUE SPACES.
       77  WS-STATUS-GER           PIC X(02) VALUE SPACES.
       77  WS-CONFIRMA             PIC X(01) VALUE SPACES.
       77  WS-TOTAL-CADASTRO       PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-AUDITORIA      PIC 9(05) VALUE ZERO.
       77  WS-AUDITORIA-REPOSTA    PIC X(01) VALUE "N".
           88 AUDITORIA-REPOSTA        VALUE "S".
       77  WS-SEQUENCIA-DESCARTADA PIC X(09) VALUE SPACES.
      * Imagem do registro de auditoria passada a ENCADAUD para ler e
      * repor o controle da cadeia fora do buffer do arquivo.
       01  WS-IMAGEM-CADEIA        PIC X(654) VALUE SPACES.
       01  WS-IMAGEM-CADEIA-R REDEFINES WS-IMAGEM-CADEIA.
           03 FILLER               PIC X(629).
           03 WS-CADEIA-SEQUENCIA  PIC X(09).
           03 FILLER               PIC X(16).
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO         PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
      * contagens recomecam a cada entrada pelo menu.
           MOVE ZERO TO WS-TOTAL-CADASTRO
           MOVE ZERO TO WS-TOTAL-AUDITORIA
           MOVE "N" TO WS-AUDITORIA-REPOSTA
           DISPLAY "----- RESTAURAR GERACAO DE SEGURANCA -----".
           PERFORM LISTAR-GERACOES.
           IF NOT GERACAO-VALIDA
           MOVE "N" TO WS-GERACAO-VALIDA
           OPEN INPUT GERACAO-FILE
           IF WS-STATUS-GER NOT = "00"
               MOVE "GERACTL" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-GER TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhuma geracao de seguranca disponivel"
           ELSE
               DISPLAY "Geracoes disponiveis:"
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT CAD-BACKUP
           IF WS-STATUS-BCK NOT = "00"
               MOVE WS-NOME-BACKUP-CAD TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-BCK TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Imagem " WS-NOME-BACKUP-CAD " indisponivel"
           ELSE
               OPEN OUTPUT CADASTRO-FILE
           MOVE IMAGEM-CADASTRO TO REGISTRO-ALUNO
           WRITE REGISTRO-ALUNO
               INVALID KEY
                   MOVE "CADUSUAR" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-ARQ TO ERR-STATUS
                   MOVE MATRICULA TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao regravar matricula " MATRICULA
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CADASTRO
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT AUD-BACKUP
           IF WS-STATUS-BCA NOT = "00"
               MOVE WS-NOME-BACKUP-AUD TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-BCA TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Imagem " WS-NOME-BACKUP-AUD " indisponivel"
           ELSE
               MOVE "L" TO WS-FUNCAO-CADEIA
               CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
                   WS-IMAGEM-CADEIA
               MOVE WS-CADEIA-SEQUENCIA TO WS-SEQUENCIA-DESCARTADA
               MOVE SPACES TO WS-IMAGEM-CADEIA
               OPEN OUTPUT AUDITORIA-FILE
               PERFORM LER-IMAGEM-AUDITORIA
               PERFORM REGRAVAR-AUDITORIA UNTIL FIM-ARQUIVO
               CLOSE AUDITORIA-FILE
               CLOSE AUD-BACKUP
      * Os registros repostos voltam com a sequencia e o hash que ja
      * tinham - so o controle e recuado para o ultimo deles.
               MOVE "S" TO WS-FUNCAO-CADEIA
               CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
                   WS-IMAGEM-CADEIA
               MOVE "E" TO WS-FUNCAO-CADEIA
               SET AUDITORIA-REPOSTA TO TRUE
           END-IF.

       LER-IMAGEM-AUDITORIA.

       REGRAVAR-AUDITORIA.
           MOVE IMAGEM-AUD-BACKUP TO REGISTRO-AUDITORIA
           MOVE IMAGEM-AUD-BACKUP TO WS-IMAGEM-CADEIA
           WRITE REGISTRO-AUDITORIA
           ADD 1 TO WS-TOTAL-AUDITORIA
           PERFORM LER-IMAGEM-AUDITORIA.
           MOVE SPACES TO AUD-DEPOIS
           STRING "GERACAO RESTAURADA: " WS-GERACAO-ESCOLHIDA
               DELIMITED BY SIZE INTO AUD-DEPOIS
           IF AUDITORIA-REPOSTA
               STRING "CADEIA ANTERIOR ATE A SEQUENCIA: "
                   WS-SEQUENCIA-DESCARTADA
                   DELIMITED BY SIZE INTO AUD-DEPOIS (31:)
           END-IF
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA
           CLOSE AUDITORIA-FILE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RESTBACK" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RESTBACK.
