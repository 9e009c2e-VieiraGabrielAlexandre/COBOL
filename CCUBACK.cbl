      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga unica dos centros de custo dos cadastros
      *          anteriores ao campo - le o arquivo combinado com o
      *          controller (CCUCARGA.TXT, layout fixo: matricula 6,
      *          centro de custo 6), confere o centro no CCUSTO (tem
      *          de existir e estar ativo) e grava o CCUSTO-ALUNO na
      *          matricula indicada, com evento de alteracao no
      *          AUDITORI como toda mudanca de master. Matricula
      *          inexistente, cadastro excluido, centro desconhecido
      *          ou inativo e cadastro que ja tem centro saem em
      *          CCUBACK.ERR com o motivo na frente da linha, no molde
      *          do ADMBACK.ERR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCUBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGA-FILE ASSIGN TO "CCUCARGA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CGA.
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
           SELECT CCUSTO-FILE ASSIGN TO "CCUSTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCU-CODIGO
               FILE STATUS IS WS-STATUS-CCU.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT REJEITO-FILE ASSIGN TO "CCUBACK.ERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJ.
       DATA DIVISION.
       FILE SECTION.
       FD  CARGA-FILE.
       01  LINHA-CARGA.
           03 CGA-MATRICULA        PIC X(06).
           03 CGA-CCUSTO          PIC X(06).
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  CCUSTO-FILE.
           COPY "REGCCU.cpy".
       FD  AUDITORIA-FILE.
           COPY "REGAUD.cpy".
       FD  REJEITO-FILE.
       01  LINHA-REJEITO.
           03 REJ-MOTIVO           PIC X(35).
           03 REJ-LINHA            PIC X(12).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-CGA       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CCU       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-STATUS-REJ       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-LINHA-VALIDA     PIC X(01) VALUE "N".
           88 LINHA-VALIDA         VALUE "S".
       77  WS-MOTIVO-REJEITO   PIC X(35) VALUE SPACES.
       77  WS-TOTAL-LIDAS      PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-CARGADAS   PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-REJEITADAS PIC 9(05) VALUE ZERO.
       77  WS-ANTES            PIC X(300) VALUE SPACES.
       77  WS-DEPOIS           PIC X(300) VALUE SPACES.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CARGA UNICA DE CENTRO DE CUSTO =====".
           OPEN INPUT CARGA-FILE
           IF WS-STATUS-CGA NOT = "00"
               MOVE "CCUCARGA.TXT" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-CGA TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CCUCARGA.TXT indisponivel - status "
                   WS-STATUS-CGA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CCUSTO-FILE
           IF WS-STATUS-CCU NOT = "00"
               MOVE "CCUSTO" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-CCU TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CCUSTO indisponivel - status " WS-STATUS-CCU
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CADUSUAR indisponivel - status " WS-STATUS-ARQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUD NOT = "00"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           OPEN OUTPUT REJEITO-FILE
           PERFORM LER-PROXIMA-LINHA
           PERFORM CARGAR-LINHA UNTIL FIM-ARQUIVO
           CLOSE CARGA-FILE
           CLOSE CCUSTO-FILE
           CLOSE CADASTRO-FILE
           CLOSE AUDITORIA-FILE
           CLOSE REJEITO-FILE
           DISPLAY "Linhas lidas.......: " WS-TOTAL-LIDAS
           DISPLAY "Centros gravados...: " WS-TOTAL-CARGADAS
           DISPLAY "Linhas rejeitadas..: " WS-TOTAL-REJEITADAS
               " (ver CCUBACK.ERR)"
           DISPLAY "===== FIM DA CARGA DE CENTRO DE CUSTO =====".
           STOP RUN.

       LER-PROXIMA-LINHA.
           READ CARGA-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       CARGAR-LINHA.
           ADD 1 TO WS-TOTAL-LIDAS
           PERFORM CRITICAR-LINHA
           IF LINHA-VALIDA
               PERFORM GRAVAR-CCUSTO-NA-MATRICULA
           ELSE
               PERFORM GRAVAR-REJEITO
           END-IF
           PERFORM LER-PROXIMA-LINHA.

      * Mesma regra da tela: so centro cadastrado e ativo recebe gente.
       CRITICAR-LINHA.
           SET LINHA-VALIDA TO TRUE
           MOVE SPACES TO WS-MOTIVO-REJEITO
           EVALUATE TRUE
               WHEN CGA-MATRICULA NOT NUMERIC
                   MOVE "MATRICULA NAO NUMERICA" TO WS-MOTIVO-REJEITO
               WHEN CGA-CCUSTO = SPACES
                   MOVE "CENTRO DE CUSTO EM BRANCO"
                       TO WS-MOTIVO-REJEITO
           END-EVALUATE
           IF WS-MOTIVO-REJEITO NOT = SPACES
               MOVE "N" TO WS-LINHA-VALIDA
           ELSE
               MOVE CGA-CCUSTO TO CCU-CODIGO
               READ CCUSTO-FILE
                   INVALID KEY
                       MOVE "CENTRO DE CUSTO NAO CADASTRADO"
                           TO WS-MOTIVO-REJEITO
                       MOVE "N" TO WS-LINHA-VALIDA
                   NOT INVALID KEY
                       IF CCU-INATIVO
                           MOVE "CENTRO DE CUSTO INATIVO"
                               TO WS-MOTIVO-REJEITO
                           MOVE "N" TO WS-LINHA-VALIDA
                       END-IF
               END-READ
           END-IF.

      * A carga so completa cadastro sem centro - o que ja foi
      * apontado pela tela nao e sobreposto por arquivo nenhum.
       GRAVAR-CCUSTO-NA-MATRICULA.
           MOVE CGA-MATRICULA TO MATRICULA
           READ CADASTRO-FILE
               INVALID KEY
                   MOVE "MATRICULA NAO ENCONTRADA"
                       TO WS-MOTIVO-REJEITO
                   PERFORM GRAVAR-REJEITO
               NOT INVALID KEY
                   PERFORM AVALIAR-CADASTRO-LIDO
           END-READ.

       AVALIAR-CADASTRO-LIDO.
           EVALUATE TRUE
               WHEN REGISTRO-EXCLUIDO
                   MOVE "CADASTRO EXCLUIDO" TO WS-MOTIVO-REJEITO
                   PERFORM GRAVAR-REJEITO
               WHEN CCUSTO-ALUNO NOT = SPACES
                   MOVE "CADASTRO JA POSSUI CENTRO DE CUSTO"
                       TO WS-MOTIVO-REJEITO
                   PERFORM GRAVAR-REJEITO
               WHEN OTHER
                   PERFORM REGRAVAR-COM-CCUSTO
           END-EVALUATE.

       REGRAVAR-COM-CCUSTO.
           MOVE REGISTRO-ALUNO TO WS-ANTES
           MOVE CGA-CCUSTO TO CCUSTO-ALUNO
           REWRITE REGISTRO-ALUNO
               INVALID KEY
                   MOVE "CADUSUAR" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-ARQ TO ERR-STATUS
                   MOVE MATRICULA TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   MOVE "FALHA AO REGRAVAR O CADASTRO"
                       TO WS-MOTIVO-REJEITO
                   PERFORM GRAVAR-REJEITO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CARGADAS
                   MOVE REGISTRO-ALUNO TO WS-DEPOIS
                   PERFORM GRAVAR-AUDITORIA-CARGA
           END-REWRITE.

       GRAVAR-AUDITORIA-CARGA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE "CCUBACK" TO AUD-OPERADOR
           SET AUD-ALTERACAO TO TRUE
           MOVE MATRICULA TO AUD-MATRICULA
           MOVE WS-ANTES TO AUD-ANTES
           MOVE WS-DEPOIS TO AUD-DEPOIS
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA.

       GRAVAR-REJEITO.
           ADD 1 TO WS-TOTAL-REJEITADAS
           MOVE SPACES TO LINHA-REJEITO
           MOVE WS-MOTIVO-REJEITO TO REJ-MOTIVO
           MOVE LINHA-CARGA TO REJ-LINHA
           WRITE LINHA-REJEITO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CCUBACK" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CCUBACK.
