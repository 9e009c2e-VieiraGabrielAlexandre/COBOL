      ******************************************************************
      * Author:
      * Date:
      * Purpose: Digitacao do orcamento anual de quadro e folha
      *          (arquivo ORCAMENT, REGORC.cpy) - para um ano e um
      *          centro de custo, percorre os doze meses pedindo o
      *          quadro de pessoas e a folha bruta orcados (o valor ja
      *          gravado aparece entre colchetes), altera um mes e
      *          lista o plano do ano com os totais. Centro de custo
      *          precisa existir no CCUSTO, fora o generico "FOLHA".
      *          Cada gravacao vira um evento no AUDITORI (operacao
      *          "O"), como a manutencao de centros de custo. RELORCA
      *          compara o plano com a folha realizada. Chamado a
      *          partir do menu de administracao de
      *          SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANORCA.
       ENVIRONMENT DIVISION.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO-FILE ASSIGN TO "ORCAMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WS-STATUS-ORC.
           SELECT CCUSTO-FILE ASSIGN TO "CCUSTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCU-CODIGO
               FILE STATUS IS WS-STATUS-CCU.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO-FILE.
           COPY "REGORC.cpy".
       FD  CCUSTO-FILE.
           COPY "REGCCU.cpy".
       FD  AUDITORIA-FILE.
           COPY "REGAUD.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ORC       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CCU       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-CCUSTO-OK        PIC X(01) VALUE "N".
           88 CCUSTO-OK            VALUE "S".
       77  WS-REGISTRO-EXISTE  PIC X(01) VALUE "N".
           88 REGISTRO-EXISTE      VALUE "S".
       77  WS-ANO-PLANO        PIC 9(04) VALUE ZEROS.
       77  WS-CCUSTO-PLANO     PIC X(06) VALUE SPACES.
       77  WS-MES-PLANO        PIC 9(02) VALUE ZERO.
       77  WS-QTDE-DIGITADA    PIC 9(05) VALUE ZERO.
       77  WS-VALOR-DIGITADO   PIC 9(12)V99 VALUE ZEROS.
       77  WS-TOTAL-QTDE-ANO   PIC 9(07) VALUE ZERO.
       77  WS-TOTAL-VALOR-ANO  PIC 9(14)V99 VALUE ZEROS.
       77  WS-CCUSTO-ANTERIOR  PIC X(06) VALUE SPACES.
       77  WS-IMAGEM-ANTIGA    PIC X(47) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZZ9,99.
       01  WS-TOTAL-EDIT       PIC ZZZZZZZZZZZZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZZ9.99.
       01  WS-TOTAL-EDIT       PIC ZZZZZZZZZZZZZ9.99.
      >>END-IF
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL     PIC 9(04).
           03 FILLER           PIC 9(04).
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           OPEN I-O ORCAMENTO-FILE
           IF WS-STATUS-ORC = "35"
               OPEN OUTPUT ORCAMENTO-FILE
               CLOSE ORCAMENTO-FILE
               OPEN I-O ORCAMENTO-FILE
           END-IF
           IF WS-STATUS-ORC NOT = "00"
               MOVE "ORCAMENT" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ORC TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de orcamento indisponivel - status "
                   WS-STATUS-ORC
               GOBACK
           END-IF
           OPEN INPUT CCUSTO-FILE
           PERFORM ESCOLHER-OPCAO
           CLOSE ORCAMENTO-FILE
           IF WS-STATUS-CCU = "00" OR WS-STATUS-CCU = "23"
               CLOSE CCUSTO-FILE
           END-IF
           GOBACK.

       ESCOLHER-OPCAO.
           DISPLAY "----- ORCAMENTO DE QUADRO E FOLHA -----".
           DISPLAY "1-Digitar plano do ano  2-Alterar um mes  "
               "3-Listar ano : " WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO.
           EVALUATE WS-SUBOPCAO
               WHEN 1 PERFORM DIGITAR-PLANO-ANO
               WHEN 2 PERFORM ALTERAR-MES
               WHEN 3 PERFORM LISTAR-ANO
               WHEN OTHER DISPLAY "Opcao invalida"
           END-EVALUATE.

       PEDIR-ANO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           DISPLAY "Ano do plano (AAAA)....: " WITH NO ADVANCING.
           ACCEPT WS-ANO-PLANO.
           IF WS-ANO-PLANO < WS-ANO-ATUAL - 1
               DISPLAY "Ano encerrado - o plano nao e mais alterado"
               MOVE ZEROS TO WS-ANO-PLANO
           END-IF.

       PEDIR-CCUSTO.
           MOVE "N" TO WS-CCUSTO-OK
           DISPLAY "Centro de custo (FOLHA = sem departamento): "
               WITH NO ADVANCING.
           ACCEPT WS-CCUSTO-PLANO.
           IF WS-CCUSTO-PLANO = "FOLHA"
               SET CCUSTO-OK TO TRUE
           ELSE
               IF WS-CCUSTO-PLANO NOT = SPACES
                   MOVE WS-CCUSTO-PLANO TO CCU-CODIGO
                   READ CCUSTO-FILE
                       INVALID KEY
                           DISPLAY "Centro de custo nao cadastrado"
                       NOT INVALID KEY
                           SET CCUSTO-OK TO TRUE
                   END-READ
               ELSE
                   DISPLAY "Centro de custo em branco"
               END-IF
           END-IF.

       DIGITAR-PLANO-ANO.
           PERFORM PEDIR-ANO
           IF WS-ANO-PLANO NOT = ZEROS
               PERFORM PEDIR-CCUSTO
               IF CCUSTO-OK
                   DISPLAY "Quadro e folha bruta de cada mes - valor "
                       "atual entre colchetes"
                   PERFORM DIGITAR-MES
                       VARYING WS-MES-PLANO FROM 1 BY 1
                       UNTIL WS-MES-PLANO > 12
                   DISPLAY "Plano de " WS-ANO-PLANO " do centro "
                       WS-CCUSTO-PLANO " gravado"
               END-IF
           END-IF.

       ALTERAR-MES.
           PERFORM PEDIR-ANO
           IF WS-ANO-PLANO NOT = ZEROS
               PERFORM PEDIR-CCUSTO
               IF CCUSTO-OK
                   DISPLAY "Mes (1-12)..............: "
                       WITH NO ADVANCING
                   ACCEPT WS-MES-PLANO
                   IF WS-MES-PLANO < 1 OR WS-MES-PLANO > 12
                       DISPLAY "Mes invalido"
                   ELSE
                       PERFORM DIGITAR-MES
                   END-IF
               END-IF
           END-IF.

       DIGITAR-MES.
           MOVE WS-ANO-PLANO TO ORC-ANO
           MOVE WS-CCUSTO-PLANO TO ORC-CCUSTO
           MOVE WS-MES-PLANO TO ORC-MES
           MOVE "N" TO WS-REGISTRO-EXISTE
           READ ORCAMENTO-FILE
               INVALID KEY
                   MOVE ZEROS TO ORC-QTDE-PESSOAS
                   MOVE ZEROS TO ORC-VALOR-FOLHA
                   MOVE SPACES TO WS-IMAGEM-ANTIGA
               NOT INVALID KEY
                   SET REGISTRO-EXISTE TO TRUE
                   MOVE REGISTRO-ORCAMENTO TO WS-IMAGEM-ANTIGA
           END-READ
           MOVE ORC-VALOR-FOLHA TO WS-VALOR-EDIT
           DISPLAY "Mes " WS-MES-PLANO " - quadro [" ORC-QTDE-PESSOAS
               "]: " WITH NO ADVANCING.
           ACCEPT WS-QTDE-DIGITADA.
           DISPLAY "       folha bruta [" WS-VALOR-EDIT "]: "
               WITH NO ADVANCING.
           ACCEPT WS-VALOR-DIGITADO.
           MOVE WS-QTDE-DIGITADA TO ORC-QTDE-PESSOAS
           MOVE WS-VALOR-DIGITADO TO ORC-VALOR-FOLHA
           MOVE OPERADOR-LOGADO TO ORC-OPERADOR
           ACCEPT ORC-DATA-ALTERACAO FROM DATE YYYYMMDD
           IF REGISTRO-EXISTE
               REWRITE REGISTRO-ORCAMENTO
                   INVALID KEY
                       MOVE "ORCAMENT" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-ORC TO ERR-STATUS
                       MOVE ORC-CHAVE TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao gravar o orcamento do mes"
                   NOT INVALID KEY
                       PERFORM GRAVAR-AUDITORIA-ORCAMENTO
               END-REWRITE
           ELSE
               WRITE REGISTRO-ORCAMENTO
                   INVALID KEY
                       MOVE "ORCAMENT" TO ERR-ARQUIVO
                       MOVE "WRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-ORC TO ERR-STATUS
                       MOVE ORC-CHAVE TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao gravar o orcamento do mes"
                   NOT INVALID KEY
                       PERFORM GRAVAR-AUDITORIA-ORCAMENTO
               END-WRITE
           END-IF.

       LISTAR-ANO.
           PERFORM PEDIR-ANO
           IF WS-ANO-PLANO NOT = ZEROS
               MOVE ZEROS TO WS-TOTAL-QTDE-ANO
               MOVE ZEROS TO WS-TOTAL-VALOR-ANO
               MOVE SPACES TO WS-CCUSTO-ANTERIOR
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE WS-ANO-PLANO TO ORC-ANO
               MOVE LOW-VALUES TO ORC-CCUSTO
               MOVE ZEROS TO ORC-MES
               START ORCAMENTO-FILE KEY NOT < ORC-CHAVE
                   INVALID KEY SET FIM-ARQUIVO TO TRUE
               END-START
               IF NOT FIM-ARQUIVO
                   PERFORM LER-PROXIMO-ORCAMENTO
               END-IF
               DISPLAY "Centro Mes Quadro      Folha bruta"
               PERFORM MOSTRAR-ORCAMENTO UNTIL FIM-ARQUIVO
               MOVE WS-TOTAL-VALOR-ANO TO WS-TOTAL-EDIT
               DISPLAY "Total do ano - quadro/mes somado: "
                   WS-TOTAL-QTDE-ANO "  folha: " WS-TOTAL-EDIT
           END-IF.

       LER-PROXIMO-ORCAMENTO.
           READ ORCAMENTO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO AND ORC-ANO NOT = WS-ANO-PLANO
               SET FIM-ARQUIVO TO TRUE
           END-IF.

       MOSTRAR-ORCAMENTO.
           IF ORC-CCUSTO NOT = WS-CCUSTO-ANTERIOR
               DISPLAY " "
               MOVE ORC-CCUSTO TO WS-CCUSTO-ANTERIOR
           END-IF
           MOVE ORC-VALOR-FOLHA TO WS-VALOR-EDIT
           DISPLAY ORC-CCUSTO " " ORC-MES "  " ORC-QTDE-PESSOAS
               " " WS-VALOR-EDIT
           ADD ORC-QTDE-PESSOAS TO WS-TOTAL-QTDE-ANO
           ADD ORC-VALOR-FOLHA TO WS-TOTAL-VALOR-ANO
           PERFORM LER-PROXIMO-ORCAMENTO.

      * O plano muda o que o relatorio de desvios cobra de cada
      * departamento - o evento fica no AUDITORI (operacao "O") com o
      * registro antes/depois nas imagens.
       GRAVAR-AUDITORIA-ORCAMENTO.
           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUD NOT = "00"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE OPERADOR-LOGADO TO AUD-OPERADOR
           SET AUD-ORCAMENTO TO TRUE
           MOVE ZEROS TO AUD-MATRICULA
           MOVE SPACES TO AUD-ANTES
           MOVE SPACES TO AUD-DEPOIS
           MOVE WS-IMAGEM-ANTIGA TO AUD-ANTES (1:47)
           MOVE REGISTRO-ORCAMENTO TO AUD-DEPOIS (1:47)
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA
           CLOSE AUDITORIA-FILE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANORCA" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANORCA.
