      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verificacao da cadeia do rastro de auditoria - percorre
      *          os arquivos mortos listados em ARQAUDCT, do mais
      *          antigo ao mais novo, e depois o AUDITORI corrente,
      *          conferindo registro a registro a sequencia
      *          (AUD-SEQUENCIA) e o hash encadeado (AUD-HASH, via
      *          HASHAUD). Acusa lacuna de sequencia (registro
      *          apagado), sequencia fora de ordem ou repetida
      *          (registro movido ou copiado), hash que nao confere
      *          (registro alterado por fora dos programas), registro
      *          de transporte do corte mensal que nao bate com o fim
      *          do arquivo morto e fim do AUDITORI que nao bate com o
      *          controle AUDCADEI (registros cortados do final).
      *          Registros gravados antes do encadeamento sao contados
      *          a parte. Cada ocorrencia sai no spool VERIFAUD
      *          (SPOOLREP) com arquivo, linha e sequencia; havendo
      *          qualquer uma o passo devolve RETURN-CODE 8. Roda sob
      *          demanda e como passo do PROCNOT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFICADO-FILE ASSIGN TO WS-NOME-VERIFICADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VER.
           SELECT CONTROLE-FILE ASSIGN TO "ARQAUDCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.
       DATA DIVISION.
       FILE SECTION.
       FD  VERIFICADO-FILE.
      * Imagem bruta do registro de auditoria (REGAUD.cpy, 654 bytes)
      * - movida para REGISTRO-AUDITORIA a cada leitura.
       01  IMAGEM-VERIFICADA       PIC X(654).
       FD  CONTROLE-FILE.
       01  REGISTRO-CONTROLE       PIC 9(06).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-VER           PIC X(02) VALUE SPACES.
       77  WS-STATUS-CTL           PIC X(02) VALUE SPACES.
       77  WS-NOME-VERIFICADO      PIC X(15) VALUE SPACES.
       77  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
           88 FIM-ARQUIVO              VALUE "S".
       77  WS-FUNCAO-CADEIA        PIC X(01) VALUE SPACES.
       77  WS-ACAO-SPOOL           PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO       PIC X(08) VALUE "VERIFAUD".
       77  WS-QTDE-MESES           PIC 9(02) VALUE ZERO.
       77  WS-INDICE-MES           PIC 9(02) VALUE ZERO.
      * Estado da cadeia entre um registro e o seguinte - atravessa
      * de um arquivo para o outro.
       77  WS-TEM-ANTERIOR         PIC X(01) VALUE "N".
           88 TEM-ANTERIOR             VALUE "S".
       77  WS-CONFERIR-ELO         PIC X(01) VALUE "N".
           88 CONFERIR-ELO             VALUE "S".
       77  WS-SEQ-ANTERIOR         PIC 9(09) VALUE ZEROS.
       77  WS-HASH-ANTERIOR        PIC 9(16) VALUE ZEROS.
       77  WS-HASH-CALCULADO       PIC 9(16) VALUE ZEROS.
       77  WS-SEQ-ESPERADA         PIC 9(09) VALUE ZEROS.
       77  WS-SEQ-FALTA-ATE        PIC 9(09) VALUE ZEROS.
       77  WS-MOTIVO               PIC X(60) VALUE SPACES.
       77  WS-LINHA-ARQUIVO        PIC 9(07) VALUE ZERO.
       77  WS-TOTAL-ARQUIVOS       PIC 9(03) VALUE ZERO.
       77  WS-TOTAL-LIDOS          PIC 9(07) VALUE ZERO.
       77  WS-TOTAL-ENCADEADOS     PIC 9(07) VALUE ZERO.
       77  WS-TOTAL-ANTERIORES     PIC 9(07) VALUE ZERO.
       77  WS-TOTAL-OCORRENCIAS    PIC 9(05) VALUE ZERO.
       01  TABELA-MESES.
           03 TAB-MES              PIC 9(06) OCCURS 24 TIMES.
       01  LINHA-VERIFAUD          PIC X(100) VALUE SPACES.
       01  LINHA-OCORRENCIA.
           03 OCO-ARQUIVO          PIC X(15) VALUE SPACES.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 OCO-LINHA            PIC 9(07) VALUE ZERO.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 OCO-SEQUENCIA        PIC X(09) VALUE SPACES.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 OCO-MOTIVO           PIC X(60) VALUE SPACES.
           03 FILLER               PIC X(06) VALUE SPACES.
           COPY "REGAUD.cpy".
           COPY "REGTRP.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== VERIFICACAO DA CADEIA DE AUDITORIA =====".
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-VERIFAUD
           MOVE "VERIFICACAO DA CADEIA DO RASTRO DE AUDITORIA"
               TO LINHA-VERIFAUD
           PERFORM GRAVAR-LINHA-VERIFAUD
           MOVE "ARQUIVO           LINHA SEQUENCIA OCORRENCIA"
               TO LINHA-VERIFAUD
           PERFORM GRAVAR-LINHA-VERIFAUD
           PERFORM CARREGAR-MESES
           PERFORM VERIFICAR-MES
               VARYING WS-INDICE-MES FROM 1 BY 1
               UNTIL WS-INDICE-MES > WS-QTDE-MESES
           MOVE "AUDITORI" TO WS-NOME-VERIFICADO
           PERFORM VERIFICAR-ARQUIVO
           PERFORM CONFERIR-CONTROLE
           PERFORM GRAVAR-TOTAIS
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-VERIFAUD
           DISPLAY "Arquivos verificados.......: " WS-TOTAL-ARQUIVOS
           DISPLAY "Registros lidos............: " WS-TOTAL-LIDOS
           DISPLAY "Registros encadeados.......: " WS-TOTAL-ENCADEADOS
           DISPLAY "Anteriores ao encadeamento.: " WS-TOTAL-ANTERIORES
           DISPLAY "Ocorrencias................: " WS-TOTAL-OCORRENCIAS
           IF WS-TOTAL-OCORRENCIAS > ZERO
               DISPLAY "*** CADEIA DE AUDITORIA COM OCORRENCIAS - "
                   "VER SPOOL VERIFAUD ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "===== FIM DA VERIFICACAO DE AUDITORIA =====".
           STOP RUN.

      * Mesma lista de meses que ARQAUD mantem, na ordem do corte.
       CARREGAR-MESES.
           MOVE ZERO TO WS-QTDE-MESES
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT CONTROLE-FILE
           IF WS-STATUS-CTL = "00"
               PERFORM LER-PROXIMO-CONTROLE
               PERFORM GUARDAR-MES UNTIL FIM-ARQUIVO
               CLOSE CONTROLE-FILE
           END-IF.

       LER-PROXIMO-CONTROLE.
           READ CONTROLE-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       GUARDAR-MES.
           IF WS-QTDE-MESES < 24
               ADD 1 TO WS-QTDE-MESES
               MOVE REGISTRO-CONTROLE TO TAB-MES(WS-QTDE-MESES)
           END-IF
           PERFORM LER-PROXIMO-CONTROLE.

       VERIFICAR-MES.
           MOVE SPACES TO WS-NOME-VERIFICADO
           STRING "AUDITORI." TAB-MES(WS-INDICE-MES)
               DELIMITED BY SIZE INTO WS-NOME-VERIFICADO
           PERFORM VERIFICAR-ARQUIVO.

      * Arquivo morto que o ARQAUDCT lista e nao esta no disco e uma
      * ocorrencia: o elo seguinte nao tem com o que ser conferido, e
      * a cadeia recomeca do proximo transporte.
       VERIFICAR-ARQUIVO.
           MOVE ZERO TO WS-LINHA-ARQUIVO
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT VERIFICADO-FILE
           IF WS-STATUS-VER NOT = "00"
               IF WS-NOME-VERIFICADO NOT = "AUDITORI"
                   MOVE SPACES TO OCO-SEQUENCIA
                   MOVE "ARQUIVO MORTO LISTADO EM ARQAUDCT AUSENTE"
                       TO WS-MOTIVO
                   PERFORM ANOTAR-OCORRENCIA
                   MOVE "N" TO WS-TEM-ANTERIOR
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-ARQUIVOS
               PERFORM LER-PROXIMO-REGISTRO
               PERFORM VERIFICAR-REGISTRO UNTIL FIM-ARQUIVO
               CLOSE VERIFICADO-FILE
               MOVE SPACES TO LINHA-VERIFAUD
               STRING WS-NOME-VERIFICADO DELIMITED BY SPACE
                   " - REGISTROS LIDOS: " WS-LINHA-ARQUIVO
                   DELIMITED BY SIZE INTO LINHA-VERIFAUD
               PERFORM GRAVAR-LINHA-VERIFAUD
           END-IF.

       LER-PROXIMO-REGISTRO.
           READ VERIFICADO-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * Registro com sequencia em branco ou zerada foi gravado antes
      * do encadeamento - normal no comeco do rastro; depois que a
      * cadeia comecou, e linha enxertada por fora dos programas.
       VERIFICAR-REGISTRO.
           ADD 1 TO WS-LINHA-ARQUIVO
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE IMAGEM-VERIFICADA TO REGISTRO-AUDITORIA
           IF AUD-SEQUENCIA IS NOT NUMERIC
                   OR AUD-HASH IS NOT NUMERIC
                   OR AUD-SEQUENCIA = ZERO
               ADD 1 TO WS-TOTAL-ANTERIORES
               IF TEM-ANTERIOR
                   MOVE SPACES TO OCO-SEQUENCIA
                   MOVE "REGISTRO SEM ENCADEAMENTO NO MEIO DA CADEIA"
                       TO WS-MOTIVO
                   PERFORM ANOTAR-OCORRENCIA
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-ENCADEADOS
               PERFORM ANCORAR-CADEIA
               IF CONFERIR-ELO
                   PERFORM CONFERIR-TRANSPORTE
                   PERFORM CONFERIR-SEQUENCIA
               END-IF
               MOVE AUD-SEQUENCIA TO WS-SEQ-ANTERIOR
               MOVE AUD-HASH TO WS-HASH-ANTERIOR
               SET TEM-ANTERIOR TO TRUE
           END-IF
           PERFORM LER-PROXIMO-REGISTRO.

      * Primeiro registro encadeado visto: a sequencia 1 parte do
      * hash zerado; um transporte do corte mensal traz o fecho do
      * mes anterior; qualquer outro ponto (arquivo morto mais antigo
      * ja descartado pela retencao) e aceito como esta, sem elo
      * anterior a conferir.
       ANCORAR-CADEIA.
           SET CONFERIR-ELO TO TRUE
           IF NOT TEM-ANTERIOR
               MOVE AUD-ANTES TO REGISTRO-TRANSPORTE
               EVALUATE TRUE
                   WHEN AUD-TRANSPORTE-CADEIA
                           AND TRP-SEQUENCIA IS NUMERIC
                           AND TRP-HASH IS NUMERIC
                       MOVE TRP-SEQUENCIA TO WS-SEQ-ANTERIOR
                       MOVE TRP-HASH TO WS-HASH-ANTERIOR
                   WHEN AUD-SEQUENCIA = 1
                       MOVE ZEROS TO WS-SEQ-ANTERIOR
                       MOVE ZEROS TO WS-HASH-ANTERIOR
                   WHEN OTHER
                       MOVE "N" TO WS-CONFERIR-ELO
                       MOVE SPACES TO LINHA-VERIFAUD
                       STRING WS-NOME-VERIFICADO DELIMITED BY SPACE
                           " - VERIFICACAO PARTE DA SEQUENCIA "
                           AUD-SEQUENCIA
                           " (ELO ANTERIOR NAO DISPONIVEL)"
                           DELIMITED BY SIZE INTO LINHA-VERIFAUD
                       PERFORM GRAVAR-LINHA-VERIFAUD
               END-EVALUATE
           END-IF.

       CONFERIR-TRANSPORTE.
           IF AUD-TRANSPORTE-CADEIA
               MOVE AUD-ANTES TO REGISTRO-TRANSPORTE
               IF TRP-SEQUENCIA NOT = WS-SEQ-ANTERIOR
                       OR TRP-HASH NOT = WS-HASH-ANTERIOR
                   MOVE AUD-SEQUENCIA TO OCO-SEQUENCIA
                   MOVE SPACES TO WS-MOTIVO
                   STRING "TRANSPORTE NAO CONFERE COM O FIM DE "
                       TRP-ARQUIVO DELIMITED BY SIZE INTO WS-MOTIVO
                   PERFORM ANOTAR-OCORRENCIA
               END-IF
           END-IF.

      * Lacuna e troca de ordem ja dizem por que o hash nao bate -
      * o hash so e conferido quando a sequencia e a esperada.
       CONFERIR-SEQUENCIA.
           COMPUTE WS-SEQ-ESPERADA = WS-SEQ-ANTERIOR + 1
           MOVE AUD-SEQUENCIA TO OCO-SEQUENCIA
           EVALUATE TRUE
               WHEN AUD-SEQUENCIA = WS-SEQ-ESPERADA
                   CALL "HASHAUD" USING REGISTRO-AUDITORIA,
                       WS-HASH-ANTERIOR, WS-HASH-CALCULADO
                   IF WS-HASH-CALCULADO NOT = AUD-HASH
                       MOVE "REGISTRO ALTERADO - HASH NAO CONFERE"
                           TO WS-MOTIVO
                       PERFORM ANOTAR-OCORRENCIA
                   END-IF
               WHEN AUD-SEQUENCIA > WS-SEQ-ESPERADA
                   COMPUTE WS-SEQ-FALTA-ATE = AUD-SEQUENCIA - 1
                   MOVE SPACES TO WS-MOTIVO
                   STRING "LACUNA - FALTAM AS SEQUENCIAS "
                       WS-SEQ-ESPERADA " A " WS-SEQ-FALTA-ATE
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   PERFORM ANOTAR-OCORRENCIA
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIVO
                   STRING "FORA DE ORDEM OU REPETIDO - ANTERIOR ERA "
                       WS-SEQ-ANTERIOR
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   PERFORM ANOTAR-OCORRENCIA
           END-EVALUATE.

      * O controle guarda o ultimo elo gravado por ENCADAUD - se o
      * AUDITORI termina antes dele, registros foram cortados do fim.
       CONFERIR-CONTROLE.
           MOVE "L" TO WS-FUNCAO-CADEIA
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA, REGISTRO-AUDITORIA
           MOVE "AUDCADEI" TO WS-NOME-VERIFICADO
           MOVE ZERO TO WS-LINHA-ARQUIVO
           MOVE AUD-SEQUENCIA TO OCO-SEQUENCIA
           EVALUATE TRUE
               WHEN NOT TEM-ANTERIOR
                   IF AUD-SEQUENCIA > ZERO
                       MOVE SPACES TO WS-MOTIVO
                       STRING "NENHUM REGISTRO ENCADEADO - CONTROLE "
                           "NA SEQUENCIA " AUD-SEQUENCIA
                           DELIMITED BY SIZE INTO WS-MOTIVO
                       PERFORM ANOTAR-OCORRENCIA
                   END-IF
               WHEN AUD-SEQUENCIA > WS-SEQ-ANTERIOR
                   MOVE SPACES TO WS-MOTIVO
                   STRING "FIM DO AUDITORI CORTADO - ULTIMA LIDA "
                       WS-SEQ-ANTERIOR
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   PERFORM ANOTAR-OCORRENCIA
               WHEN AUD-SEQUENCIA NOT = WS-SEQ-ANTERIOR
                       OR AUD-HASH NOT = WS-HASH-ANTERIOR
                   MOVE SPACES TO WS-MOTIVO
                   STRING "CONTROLE DIFERE DO FIM DO AUDITORI - "
                       "ULTIMA LIDA " WS-SEQ-ANTERIOR
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   PERFORM ANOTAR-OCORRENCIA
           END-EVALUATE.

       ANOTAR-OCORRENCIA.
           ADD 1 TO WS-TOTAL-OCORRENCIAS
           MOVE WS-NOME-VERIFICADO TO OCO-ARQUIVO
           MOVE WS-LINHA-ARQUIVO TO OCO-LINHA
           MOVE WS-MOTIVO TO OCO-MOTIVO
           MOVE LINHA-OCORRENCIA TO LINHA-VERIFAUD
           PERFORM GRAVAR-LINHA-VERIFAUD.

       GRAVAR-TOTAIS.
           MOVE SPACES TO LINHA-VERIFAUD
           PERFORM GRAVAR-LINHA-VERIFAUD
           MOVE SPACES TO LINHA-VERIFAUD
           STRING "REGISTROS LIDOS: " WS-TOTAL-LIDOS
               "  ENCADEADOS: " WS-TOTAL-ENCADEADOS
               "  ANTERIORES AO ENCADEAMENTO: " WS-TOTAL-ANTERIORES
               DELIMITED BY SIZE INTO LINHA-VERIFAUD
           PERFORM GRAVAR-LINHA-VERIFAUD
           MOVE SPACES TO LINHA-VERIFAUD
           IF WS-TOTAL-OCORRENCIAS = ZERO
               MOVE "CADEIA INTEGRA - NENHUMA OCORRENCIA"
                   TO LINHA-VERIFAUD
           ELSE
               STRING "OCORRENCIAS: " WS-TOTAL-OCORRENCIAS
                   DELIMITED BY SIZE INTO LINHA-VERIFAUD
           END-IF
           PERFORM GRAVAR-LINHA-VERIFAUD.

       GRAVAR-LINHA-VERIFAUD.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-VERIFAUD.

       END PROGRAM VERIFAUD.
