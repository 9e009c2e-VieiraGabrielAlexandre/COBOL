      *          rejeitados com o motivo por extenso, divergencias de
      *          valor e pagamentos sem resposta. Sem isto um
      *          pagamento devolvido so aparece quando a pessoa
      *          reclama no balcao. Cada empregador (EMPREGAD) tem o
      *          seu convenio: o 01 concilia RETORNO.TXT contra
      *          REMESSA.TXT, os demais RETORNO.EE.TXT contra
      *          REMESSA.EE.TXT, com EE o codigo do empregador. Os
      *          creditos do lote PIX (camara 009) voltam com os
      *          codigos P* do padrao, tambem na tabela; o PIX
      *          rejeitado entra no REPAGQUE como qualquer outro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMESSA-FILE ASSIGN TO WS-NOME-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REM.
           SELECT RETORNO-FILE ASSIGN TO WS-NOME-RETORNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RET.
           SELECT REPAGAMENTO-FILE ASSIGN TO "REPAGQUE"
       WORKING-STORAGE SECTION.
       77  WS-STATUS-REM           PIC X(02) VALUE SPACES.
       77  WS-STATUS-RET           PIC X(02) VALUE SPACES.
       77  WS-EMPREGADOR-ALVO      PIC 9(02) VALUE ZEROS.
       77  WS-NOME-REMESSA         PIC X(16) VALUE "REMESSA.TXT".
       77  WS-NOME-RETORNO         PIC X(16) VALUE "RETORNO.TXT".
       77  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
           88 FIM-ARQUIVO              VALUE "S".
       77  WS-QTDE-TAB             PIC 9(04) VALUE ZERO.
                   88 TAB-REJEITADO    VALUE "R".
      * Tabela dos codigos de ocorrencia do padrao CNAB 240, no molde
      * da TABELA-FISCAL de CALMES.cpy - "00" e "BD" sao confirmacao,
      * o resto e rejeicao com o motivo por extenso. Os P* sao do
      * lote PIX.
       01  TABELA-OCORRENCIA-VALORES.
           03 FILLER.
               05 FILLER PIC X(02) VALUE "00".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "AR".
               05 FILLER PIC X(30) VALUE "VALOR LANCAMENTO INVALIDO".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "PA".
               05 FILLER PIC X(30) VALUE "PIX NAO EFETIVADO".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "PB".
               05 FILLER PIC X(30) VALUE "ERRO NO PSP DO RECEBEDOR".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "PC".
               05 FILLER PIC X(30) VALUE "CONTA TRANSACIONAL ENCERRADA".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "PD".
               05 FILLER PIC X(30) VALUE "TIPO INCORRETO CONTA PIX".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "PE".
               05 FILLER PIC X(30) VALUE "TRANSACAO NAO AUTORIZADA".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "PF".
               05 FILLER PIC X(30) VALUE "CPF/CNPJ DIVERGE DO TITULAR".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "PG".
               05 FILLER PIC X(30) VALUE "CPF/CNPJ RECEBEDOR INCORRETO".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "PH".
               05 FILLER PIC X(30) VALUE "REJEITADO PELO PSP RECEBEDOR".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "PJ".
               05 FILLER PIC X(30) VALUE "CHAVE NAO CADASTRADA NO DICT".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "PM".
               05 FILLER PIC X(30) VALUE "CHAVE PIX INVALIDA".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "PN".
               05 FILLER PIC X(30) VALUE "CHAVE PIX NAO INFORMADA".
       01  TABELA-OCORRENCIA REDEFINES TABELA-OCORRENCIA-VALORES.
           03 OCORRENCIA-ITEM OCCURS 31 TIMES.
               05 OCORR-CODIGO     PIC X(02).
               05 OCORR-DESCRICAO  PIC X(30).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CONCILIACAO DO RETORNO BANCARIO =====".
           PERFORM ESCOLHER-EMPREGADOR.
           PERFORM CARREGAR-REMESSA.
           IF WS-TOTAL-ENVIADOS = ZERO
               DISPLAY "Remessa vazia ou indisponivel - nada a "
           PERFORM IMPRIMIR-RESUMO.
           STOP RUN.

      * Enter ou zeros e o empregador 01, nos nomes de sempre.
       ESCOLHER-EMPREGADOR.
           DISPLAY "Empregador [01]......: " WITH NO ADVANCING
           ACCEPT WS-EMPREGADOR-ALVO
           IF WS-EMPREGADOR-ALVO IS NOT NUMERIC
                   OR WS-EMPREGADOR-ALVO = ZEROS
               MOVE 01 TO WS-EMPREGADOR-ALVO
           END-IF
           IF WS-EMPREGADOR-ALVO NOT = 01
               MOVE SPACES TO WS-NOME-REMESSA
               STRING "REMESSA." WS-EMPREGADOR-ALVO ".TXT"
                   DELIMITED BY SIZE INTO WS-NOME-REMESSA
               MOVE SPACES TO WS-NOME-RETORNO
               STRING "RETORNO." WS-EMPREGADOR-ALVO ".TXT"
                   DELIMITED BY SIZE INTO WS-NOME-RETORNO
           END-IF.

       CARREGAR-REMESSA.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT REMESSA-FILE
           IF WS-STATUS-REM NOT = "00"
               MOVE WS-NOME-REMESSA TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-REM TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY WS-NOME-REMESSA " indisponivel - status "
                   WS-STATUS-REM
           ELSE
               PERFORM LER-PROXIMA-REMESSA
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT RETORNO-FILE
           IF WS-STATUS-RET NOT = "00"
               MOVE WS-NOME-RETORNO TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-RET TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY WS-NOME-RETORNO " indisponivel - status "
                   WS-STATUS-RET
           ELSE
               DISPLAY " "
               ADD 1 TO WS-TOTAL-REJEITADOS
               MOVE SEG-OCORRENCIA-1 TO WS-CODIGO-OCORRENCIA
               PERFORM TRADUZIR-OCORRENCIA
               IF SEG-CAMARA = 009
                   DISPLAY "REJEITADO.: " SEG-MATRICULA " "
                       TAB-NOME(WS-INDICE-TAB)
                       " PIX MOTIVO " WS-CODIGO-OCORRENCIA "-"
                       WS-DESCRICAO-OCORR
               ELSE
                   DISPLAY "REJEITADO.: " SEG-MATRICULA " "
                       TAB-NOME(WS-INDICE-TAB)
                       " MOTIVO " WS-CODIGO-OCORRENCIA "-"
                       WS-DESCRICAO-OCORR
               END-IF
               PERFORM ENFILEIRAR-REPAGAMENTO
           END-IF
           IF SEG-VALOR-PAGAMENTO NOT = TAB-VALOR(WS-INDICE-TAB)
               SET RPQ-PENDENTE TO TRUE
               WRITE REGISTRO-REPAGAMENTO
                   INVALID KEY
                       MOVE "REPAGQUE" TO ERR-ARQUIVO
                       MOVE "WRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-RPQ TO ERR-STATUS
                       MOVE RPQ-NUMERO TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao enfileirar o repagamento "
                           "da matricula " SEG-MATRICULA
                   NOT INVALID KEY
           MOVE "OCORRENCIA NAO CATALOGADA" TO WS-DESCRICAO-OCORR
           PERFORM COMPARAR-OCORRENCIA
               VARYING WS-INDICE-OCORR FROM 1 BY 1
               UNTIL WS-INDICE-OCORR > 31 OR ACHOU-OCORR.

       COMPARAR-OCORRENCIA.
           IF OCORR-CODIGO(WS-INDICE-OCORR) = WS-CODIGO-OCORRENCIA
               WS-TOTAL-ENFILEIRADOS " (revisao em REVREPAG)"
           DISPLAY "===== FIM DA CONCILIACAO DO RETORNO =====".

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RETBANCO" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RETBANCO.
