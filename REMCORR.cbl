      *          cada registro reemitido vira "enviado" na REPAGQUE -
      *          o mesmo liquido nunca sai duas vezes, e o pagamento
      *          devolvido nao espera mais a remessa do mes seguinte.
      *          Cada empregador (EMPREGAD, via LEREMPR) reemite pelo
      *          proprio convenio so os repagamentos das pessoas dele:
      *          o 01 em REMCORR.TXT com o REMSEQCT de sempre, os
      *          demais em REMCORR.EE.TXT com o REMSEQCT.EE da remessa
      *          daquela empresa. O canal segue o DADOSBAN de hoje:
      *          quem esta em PIX com chave sai num lote PIX proprio
      *          (forma 45, segmento B com a chave), os demais no
      *          lote de TED - a chave corrigida em MANBANCO e
      *          reemitida por PIX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAN-MATRICULA
               FILE STATUS IS WS-STATUS-BAN.
           SELECT REMESSA-FILE ASSIGN TO WS-NOME-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REM.
           SELECT SEQUENCIAL-FILE ASSIGN TO WS-NOME-SEQUENCIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEQ.
           SELECT LOG-REMESSA-FILE ASSIGN TO "REMESSA.LOG"
       FD  REMESSA-FILE.
       01  LINHA-REMESSA           PIC X(240).
      * O proximo numero de arquivo e o mesmo contador REMSEQCT da
      * remessa normal do empregador - e o mesmo convenio, e o banco
      * confere a sequencia no header de qualquer arquivo que chegue.
       FD  SEQUENCIAL-FILE.
       01  REGISTRO-SEQUENCIAL.
           03 CTL-PROXIMO-SEQ      PIC 9(06).
           03 LOG-QUANTIDADE       PIC 9(06).
           03 FILLER               PIC X(01).
           03 LOG-VALOR            PIC 9(16)V99.
           03 FILLER               PIC X(01).
           03 LOG-EMPREGADOR       PIC 9(02).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-RPQ           PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ           PIC X(02) VALUE SPACES.
       77  WS-TOTAL-DETALHES       PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-SEM-DADOS      PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-A-REEMITIR     PIC 9(06) VALUE ZERO.
       77  WS-A-REEMITIR-TED       PIC 9(06) VALUE ZERO.
       77  WS-A-REEMITIR-PIX       PIC 9(06) VALUE ZERO.
       77  WS-SOMA-LOTE            PIC 9(16)V99 VALUE ZEROS.
       77  WS-QTDE-LOTES           PIC 9(01) VALUE ZERO.
       77  WS-DADOS-BANCARIOS-OK   PIC X(01) VALUE "N".
           88 DADOS-BANCARIOS-OK       VALUE "S".
       77  WS-CANAL-CREDITO        PIC X(01) VALUE "T".
           88 CREDITO-TED              VALUE "T".
           88 CREDITO-PIX              VALUE "P".
      * Canal da passada corrente pela fila - uma passada por lote.
       77  WS-CANAL-PASSADA        PIC X(01) VALUE "T".
           88 PASSADA-TED              VALUE "T".
           88 PASSADA-PIX              VALUE "P".
       77  WS-SOMA-VALORES         PIC 9(16)V99 VALUE ZEROS.
       77  WS-NUM-REGISTRO         PIC 9(05) VALUE ZERO.
       77  WS-REG-NO-ARQUIVO       PIC 9(06) VALUE ZERO.
       77  WS-STATUS-SEQ           PIC X(02) VALUE SPACES.
       77  WS-STATUS-LOG           PIC X(02) VALUE SPACES.
       77  WS-SEQUENCIAL-ARQUIVO   PIC 9(06) VALUE 000001.
       77  WS-EMPREGADOR-ALVO      PIC 9(02) VALUE ZEROS.
       77  WS-EMPREGADOR-LINHA     PIC 9(02) VALUE ZEROS.
       77  WS-RESULTADO-EMPR       PIC X(01) VALUE "N".
       77  WS-NOME-REMESSA         PIC X(16) VALUE "REMCORR.TXT".
       77  WS-NOME-SEQUENCIAL      PIC X(16) VALUE "REMSEQCT".
      * Mesmos dados do convenio de REMESSA.cbl - a remessa corretiva
      * viaja pelo mesmo convenio da remessa normal do empregador.
           COPY "REGEMP.cpy".
       01  CNAB-HEADER-ARQUIVO.
           03 HA-BANCO             PIC 9(03).
           03 HA-LOTE              PIC 9(04) VALUE ZEROS.
           03 DA-CPF-FAVORECIDO    PIC 9(14).
           03 FILLER               PIC X(09) VALUE SPACES.
           03 DA-OCORRENCIAS       PIC X(10) VALUE SPACES.
      * Segmento B da chave PIX, no layout de REMESSA.cbl.
       01  CNAB-SEGMENTO-B-PIX.
           03 DB-BANCO             PIC 9(03).
           03 DB-LOTE              PIC 9(04) VALUE 0001.
           03 DB-TIPO              PIC X(01) VALUE "3".
           03 DB-NUM-REGISTRO      PIC 9(05).
           03 DB-SEGMENTO          PIC X(01) VALUE "B".
           03 DB-FORMA-INICIACAO   PIC X(03).
           03 DB-TIPO-INSCRICAO    PIC 9(01) VALUE 1.
           03 DB-CPF-FAVORECIDO    PIC 9(14).
           03 DB-TXID              PIC X(35) VALUE SPACES.
           03 DB-INFORMACAO        PIC X(60) VALUE SPACES.
           03 DB-CHAVE-PIX         PIC X(99).
           03 FILLER               PIC X(06) VALUE SPACES.
           03 DB-ISPB              PIC X(08) VALUE SPACES.
       01  CNAB-TRAILER-LOTE.
           03 TL-BANCO             PIC 9(03).
           03 TL-LOTE              PIC 9(04) VALUE 0001.
           03 TA-QTDE-LOTES        PIC 9(06).
           03 TA-QTDE-REGISTROS    PIC 9(06).
           03 FILLER               PIC X(211) VALUE SPACES.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== REMESSA CORRETIVA (REPAGAMENTOS) =====".
           MOVE "P" TO WS-FUNCAO-DIAUTIL
           CALL "DIAUTIL" USING WS-FUNCAO-DIAUTIL, WS-DATA-PAGAMENTO,
               WS-RESULTADO-DIAUTIL
           PERFORM ESCOLHER-EMPREGADOR
           IF WS-RESULTADO-EMPR NOT = "S"
               DISPLAY "Empregador " WS-EMPREGADOR-ALVO
                   " nao cadastrado - arquivo nao gerado"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O REPAGAMENTO-FILE
           IF WS-STATUS-RPQ NOT = "00"
               MOVE "REPAGQUE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-RPQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhum repagamento registrado - nada a "
                   "reemitir"
               MOVE 8 TO RETURN-CODE
           OPEN OUTPUT REMESSA-FILE
           PERFORM LER-PROXIMO-SEQUENCIAL
           PERFORM GRAVAR-HEADER-ARQUIVO
      * A passada de TED corre sempre - e nela que o corrigido sem
      * cadastro ou sem conta e avisado; o lote so e aberto quando ha
      * TED a reemitir.
           SET PASSADA-TED TO TRUE
           IF WS-A-REEMITIR-TED > ZERO
               PERFORM GRAVAR-HEADER-LOTE
           END-IF
           PERFORM PERCORRER-FILA
           IF WS-A-REEMITIR-TED > ZERO
               PERFORM GRAVAR-TRAILER-LOTE
           END-IF
           IF WS-A-REEMITIR-PIX > ZERO
               SET PASSADA-PIX TO TRUE
               PERFORM GRAVAR-HEADER-LOTE
               PERFORM PERCORRER-FILA
               PERFORM GRAVAR-TRAILER-LOTE
           END-IF
           PERFORM GRAVAR-TRAILER-ARQUIVO
           PERFORM REGISTRAR-GERACAO
           CLOSE REPAGAMENTO-FILE
               CLOSE BANCARIO-FILE
           END-IF
           CLOSE REMESSA-FILE
           DISPLAY "Reemissoes geradas em " WS-NOME-REMESSA ": "
               WS-TOTAL-DETALHES
           DISPLAY "Reemitidos por PIX...........: "
               WS-A-REEMITIR-PIX
           DISPLAY "Sem cadastro ou conta........: "
               WS-TOTAL-SEM-DADOS " (continuam na fila)"
           DISPLAY "===== FIM DA REMESSA CORRETIVA =====".
           STOP RUN.

      * Enter ou zeros e o empregador 01, nos nomes de sempre.
       ESCOLHER-EMPREGADOR.
           DISPLAY "Empregador [01]......: " WITH NO ADVANCING
           ACCEPT WS-EMPREGADOR-ALVO
           IF WS-EMPREGADOR-ALVO IS NOT NUMERIC
                   OR WS-EMPREGADOR-ALVO = ZEROS
               MOVE 01 TO WS-EMPREGADOR-ALVO
           END-IF
           CALL "LEREMPR" USING WS-EMPREGADOR-ALVO, REGISTRO-EMPREGADOR,
               WS-RESULTADO-EMPR
           IF WS-RESULTADO-EMPR = "S" AND WS-EMPREGADOR-ALVO NOT = 01
               MOVE SPACES TO WS-NOME-REMESSA
               STRING "REMCORR." WS-EMPREGADOR-ALVO ".TXT"
                   DELIMITED BY SIZE INTO WS-NOME-REMESSA
               MOVE SPACES TO WS-NOME-SEQUENCIAL
               STRING "REMSEQCT." WS-EMPREGADOR-ALVO
                   DELIMITED BY SIZE INTO WS-NOME-SEQUENCIAL
           END-IF.

      * Cadastro gravado antes do campo de empregador e do 01.
       APURAR-EMPREGADOR-CADASTRO.
           MOVE EMPREGADOR-ALUNO TO WS-EMPREGADOR-LINHA
           IF WS-EMPREGADOR-LINHA IS NOT NUMERIC
                   OR WS-EMPREGADOR-LINHA = ZEROS
               MOVE 01 TO WS-EMPREGADOR-LINHA
           END-IF.

       LER-PROXIMO-REPAG.
           READ REPAGAMENTO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
      * na fila de qualquer jeito.
       CONTAR-CORRIGIDOS.
           MOVE ZERO TO WS-TOTAL-A-REEMITIR
           MOVE ZERO TO WS-A-REEMITIR-TED
           MOVE ZERO TO WS-A-REEMITIR-PIX
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO RPQ-NUMERO
           START REPAGAMENTO-FILE KEY NOT < RPQ-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM APURAR-EMPREGADOR-CADASTRO
                       IF WS-EMPREGADOR-LINHA = WS-EMPREGADOR-ALVO
                           PERFORM CONTAR-COM-DADOS-BANCARIOS
                       END-IF
               END-READ
           END-IF
           PERFORM LER-PROXIMO-REPAG.

       CONTAR-COM-DADOS-BANCARIOS.
           PERFORM LOCALIZAR-DADOS-BANCARIOS
           IF DADOS-BANCARIOS-OK
               ADD 1 TO WS-TOTAL-A-REEMITIR
               IF CREDITO-PIX
                   ADD 1 TO WS-A-REEMITIR-PIX
               ELSE
                   ADD 1 TO WS-A-REEMITIR-TED
               END-IF
           END-IF.

      * Mesmo criterio do LOCALIZAR-DADOS-BANCARIOS da remessa
      * mensal: PIX com chave cadastrada tem preferencia; sem ela, a
      * conta completa leva o credito por TED.
       LOCALIZAR-DADOS-BANCARIOS.
           MOVE "N" TO WS-DADOS-BANCARIOS-OK
           SET CREDITO-TED TO TRUE
           MOVE MATRICULA TO BAN-MATRICULA
           READ BANCARIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN BAN-CANAL-PIX
                               AND BAN-PIX-CHAVE NOT = SPACES
                           SET CREDITO-PIX TO TRUE
                           SET DADOS-BANCARIOS-OK TO TRUE
                       WHEN BAN-BANCO NOT = ZEROS
                               AND BAN-AGENCIA NOT = ZEROS
                               AND BAN-CONTA NOT = ZEROS
                           SET DADOS-BANCARIOS-OK TO TRUE
                   END-EVALUATE
           END-READ.

      * Uma passada pela fila inteira para o canal de WS-CANAL-PASSADA.
       PERCORRER-FILA.
           MOVE ZERO TO WS-NUM-REGISTRO
           MOVE ZEROS TO WS-SOMA-LOTE
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO RPQ-NUMERO
           START REPAGAMENTO-FILE KEY NOT < RPQ-NUMERO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-REPAG
           END-IF
           PERFORM REEMITIR-CORRIGIDO UNTIL FIM-ARQUIVO.

      * So o corrigido sai; pendente, descartado e o ja enviado
      * passam reto - e a reemissao vira "enviado" na hora, para o
      * mesmo liquido nunca sair em duas corretivas.
           END-IF
           PERFORM LER-PROXIMO-REPAG.

      * Repagamento de pessoa de outro empregador fica na fila para a
      * corretiva daquela empresa; o sem cadastro e avisado so na do
      * empregador 01, e so na passada de TED.
       MONTAR-REEMISSAO.
           MOVE RPQ-MATRICULA TO MATRICULA
           READ CADASTRO-FILE
               INVALID KEY
                   IF WS-EMPREGADOR-ALVO = 01 AND PASSADA-TED
                       ADD 1 TO WS-TOTAL-SEM-DADOS
                       DISPLAY "Repagamento " RPQ-NUMERO
                           " sem cadastro - mantido na fila"
                   END-IF
               NOT INVALID KEY
                   PERFORM APURAR-EMPREGADOR-CADASTRO
                   IF WS-EMPREGADOR-LINHA = WS-EMPREGADOR-ALVO
                       PERFORM MONTAR-COM-DADOS-BANCARIOS
                   END-IF
           END-READ.

      * Registro bancario zerado nao paga - e muitas vezes a propria
      * causa da rejeicao; o teste e o mesmo do LOCALIZAR-DADOS-
      * BANCARIOS da remessa mensal. Cada credito sai so na passada
      * do seu canal.
       MONTAR-COM-DADOS-BANCARIOS.
           PERFORM LOCALIZAR-DADOS-BANCARIOS
           EVALUATE TRUE
               WHEN NOT DADOS-BANCARIOS-OK
                   IF PASSADA-TED
                       ADD 1 TO WS-TOTAL-SEM-DADOS
                       DISPLAY "Repagamento " RPQ-NUMERO " sem dados "
                           "bancarios - mantido na fila"
                   END-IF
               WHEN CREDITO-PIX AND PASSADA-PIX
                   PERFORM GRAVAR-SEGMENTO-A-REEMISSAO
               WHEN CREDITO-TED AND PASSADA-TED
                   PERFORM GRAVAR-SEGMENTO-A-REEMISSAO
           END-EVALUATE.

      * No PIX o segmento A vai pela camara 009 sem conta, seguido do
      * segmento B com a chave.
       GRAVAR-SEGMENTO-A-REEMISSAO.
           ADD 1 TO WS-NUM-REGISTRO
           MOVE EMP-BANCO TO DA-BANCO
           MOVE WS-QTDE-LOTES TO DA-LOTE
           MOVE WS-NUM-REGISTRO TO DA-NUM-REGISTRO
           IF PASSADA-PIX
               MOVE 009 TO DA-CAMARA
               MOVE ZEROS TO DA-BANCO-FAVORECIDO
               MOVE ZEROS TO DA-AGENCIA-FAV
               MOVE ZEROS TO DA-CONTA-FAV
               MOVE SPACE TO DA-CONTA-FAV-DV
           ELSE
               MOVE ZEROS TO DA-CAMARA
               MOVE BAN-BANCO TO DA-BANCO-FAVORECIDO
               MOVE BAN-AGENCIA TO DA-AGENCIA-FAV
               MOVE BAN-CONTA TO DA-CONTA-FAV
               MOVE BAN-CONTA-DV TO DA-CONTA-FAV-DV
           END-IF
           MOVE SPACE TO DA-AGENCIA-FAV-DV
           MOVE SPACE TO DA-AGCONTA-DV
           MOVE NOME-ALUNO TO DA-NOME-FAVORECIDO
           MOVE SPACES TO DA-SEU-NUMERO
           MOVE CNAB-SEGMENTO-A TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           ADD 1 TO WS-REG-NO-ARQUIVO
           IF PASSADA-PIX
               PERFORM GRAVAR-SEGMENTO-B-PIX
           END-IF
           ADD 1 TO WS-TOTAL-DETALHES
           ADD RPQ-VALOR TO WS-SOMA-VALORES
           ADD RPQ-VALOR TO WS-SOMA-LOTE
           SET RPQ-ENVIADO TO TRUE
           REWRITE REGISTRO-REPAGAMENTO
               INVALID KEY
                   MOVE "REPAGQUE" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-RPQ TO ERR-STATUS
                   MOVE RPQ-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao marcar o repagamento "
                       RPQ-NUMERO
           END-REWRITE.

      * Forma de iniciacao: 01 telefone, 02 e-mail, 03 CPF, 04 chave
      * aleatoria - a mesma tabela da remessa mensal.
       GRAVAR-SEGMENTO-B-PIX.
           ADD 1 TO WS-NUM-REGISTRO
           MOVE EMP-BANCO TO DB-BANCO
           MOVE WS-QTDE-LOTES TO DB-LOTE
           MOVE WS-NUM-REGISTRO TO DB-NUM-REGISTRO
           EVALUATE TRUE
               WHEN BAN-PIX-TELEFONE
                   MOVE "01" TO DB-FORMA-INICIACAO
               WHEN BAN-PIX-EMAIL
                   MOVE "02" TO DB-FORMA-INICIACAO
               WHEN BAN-PIX-CPF
                   MOVE "03" TO DB-FORMA-INICIACAO
               WHEN OTHER
                   MOVE "04" TO DB-FORMA-INICIACAO
           END-EVALUATE
           MOVE CPF-ALUNO TO DB-CPF-FAVORECIDO
           MOVE DA-INFORMACAO TO DB-INFORMACAO
           MOVE BAN-PIX-CHAVE TO DB-CHAVE-PIX
           MOVE CNAB-SEGMENTO-B-PIX TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           ADD 1 TO WS-REG-NO-ARQUIVO.

       GRAVAR-HEADER-ARQUIVO.
           MOVE EMP-BANCO TO HA-BANCO
           MOVE EMP-CNPJ TO HA-CNPJ-EMPRESA
           MOVE EMP-CONVENIO TO HA-CONVENIO
           MOVE EMP-AGENCIA TO HA-AGENCIA
           MOVE EMP-AGENCIA-DV TO HA-AGENCIA-DV
           MOVE EMP-CONTA TO HA-CONTA
           MOVE EMP-CONTA-DV TO HA-CONTA-DV
           MOVE EMP-RAZAO-SOCIAL TO HA-NOME-EMPRESA
           MOVE EMP-NOME-BANCO TO HA-NOME-BANCO
           ACCEPT HA-DATA-GERACAO FROM DATE YYYYMMDD
           ACCEPT HA-HORA-GERACAO FROM TIME
           MOVE WS-SEQUENCIAL-ARQUIVO TO HA-SEQUENCIAL-ARQ
           ADD 1 TO WS-REG-NO-ARQUIVO.

       GRAVAR-HEADER-LOTE.
           MOVE EMP-BANCO TO HL-BANCO
           MOVE EMP-CNPJ TO HL-CNPJ-EMPRESA
           MOVE EMP-CONVENIO TO HL-CONVENIO
           MOVE EMP-AGENCIA TO HL-AGENCIA
           MOVE EMP-AGENCIA-DV TO HL-AGENCIA-DV
           MOVE EMP-CONTA TO HL-CONTA
           MOVE EMP-CONTA-DV TO HL-CONTA-DV
           MOVE EMP-RAZAO-SOCIAL TO HL-NOME-EMPRESA
           ADD 1 TO WS-QTDE-LOTES
           MOVE WS-QTDE-LOTES TO HL-LOTE
           IF PASSADA-PIX
               MOVE 45 TO HL-FORMA-LANCAMENTO
           ELSE
               MOVE 01 TO HL-FORMA-LANCAMENTO
           END-IF
           MOVE CNAB-HEADER-LOTE TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           ADD 1 TO WS-REG-NO-ARQUIVO.
           MOVE "REMCORR" TO LOG-OPERADOR
           MOVE WS-TOTAL-DETALHES TO LOG-QUANTIDADE
           MOVE WS-SOMA-VALORES TO LOG-VALOR
           MOVE WS-EMPREGADOR-ALVO TO LOG-EMPREGADOR
           WRITE REGISTRO-LOG-REMESSA
           CLOSE LOG-REMESSA-FILE.

      * Header de lote, registros de detalhe (dois por credito PIX)
      * e o proprio trailer.
       GRAVAR-TRAILER-LOTE.
           MOVE EMP-BANCO TO TL-BANCO
           MOVE WS-QTDE-LOTES TO TL-LOTE
           COMPUTE TL-QTDE-REGISTROS = WS-NUM-REGISTRO + 2
           MOVE WS-SOMA-LOTE TO TL-SOMA-VALORES
           MOVE CNAB-TRAILER-LOTE TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           ADD 1 TO WS-REG-NO-ARQUIVO.

       GRAVAR-TRAILER-ARQUIVO.
           MOVE EMP-BANCO TO TA-BANCO
           MOVE WS-QTDE-LOTES TO TA-QTDE-LOTES
           ADD 1 TO WS-REG-NO-ARQUIVO
           MOVE WS-REG-NO-ARQUIVO TO TA-QTDE-REGISTROS
           MOVE CNAB-TRAILER-ARQUIVO TO LINHA-REMESSA
           WRITE LINHA-REMESSA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "REMCORR" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM REMCORR.
