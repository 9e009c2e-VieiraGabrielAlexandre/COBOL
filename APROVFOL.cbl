      * Purpose: Aprovacao da folha pelo supervisor - o portao entre o
      *          CONTRACH gerar os contracheques e a REMESSA escrever
      *          o arquivo do banco, no molde maker-checker de
      *          APROVPEN. Cada empregador (EMPREGAD) aprova a sua
      *          folha em separado: mostra os totais da competencia
      *          daquela empresa somados da memoria FOLHADET (os
      *          mesmos da secao dela na folha analitica de FOLHAREG),
      *          pede a decisao e grava a aprovacao em FOLHAAPRV
      *          (REGAPF.cpy) com evento no AUDITORI; sem essa
      *          aprovacao a REMESSA daquela empresa se recusa a
      *          gerar. Chamado a partir do menu de administracao de
      *          SistemaCadastro.cbl.
      * Tectonics: cobc
       77  WS-STATUS-FDT       PIC X(02) VALUE SPACES.
       77  WS-STATUS-APF       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-COMPETENCIA-ALVO PIC 9(06) VALUE ZEROS.
       77  WS-EMPREGADOR-ALVO  PIC 9(02) VALUE ZEROS.
       77  WS-EMPREGADOR-LINHA PIC 9(02) VALUE ZEROS.
       77  WS-RESULTADO-EMPR   PIC X(01) VALUE "N".
       77  WS-JA-APROVADA      PIC X(01) VALUE "N".
           88 JA-APROVADA          VALUE "S".
       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
      >>ELSE
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZ9.99.
      >>END-IF
           COPY "REGEMP.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
           DISPLAY "----- APROVACAO DA FOLHA -----".
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA-ALVO.
           DISPLAY "Empregador [01]......: " WITH NO ADVANCING.
           ACCEPT WS-EMPREGADOR-ALVO.
           IF WS-EMPREGADOR-ALVO IS NOT NUMERIC
                   OR WS-EMPREGADOR-ALVO = ZEROS
               MOVE 01 TO WS-EMPREGADOR-ALVO
           END-IF
           CALL "LEREMPR" USING WS-EMPREGADOR-ALVO, REGISTRO-EMPREGADOR,
               WS-RESULTADO-EMPR
           IF WS-RESULTADO-EMPR NOT = "S"
               DISPLAY "Empregador " WS-EMPREGADOR-ALVO
                   " nao cadastrado"
               GOBACK
           END-IF
           DISPLAY "Empresa............: " EMP-RAZAO-SOCIAL
               " CNPJ " EMP-CNPJ
           PERFORM VERIFICAR-JA-APROVADA
           IF JA-APROVADA
               DISPLAY "Competencia " WS-COMPETENCIA-ALVO
                   " do empregador " WS-EMPREGADOR-ALVO
                   " ja esta aprovada"
               GOBACK
           END-IF
           PERFORM SOMAR-COMPETENCIA
           IF WS-TOTAL-LINHAS = ZERO
               DISPLAY "Nenhum contracheque registrado em FOLHADET "
                   "para " WS-COMPETENCIA-ALVO " do empregador "
                   WS-EMPREGADOR-ALVO " - nada a aprovar"
               GOBACK
           END-IF
           DISPLAY "Matriculas na folha: " WS-TOTAL-LINHAS
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * Aprovacao gravada antes do campo de empregador traz espacos -
      * e do empregador 01.
       CONFERIR-APROVACAO.
           MOVE APF-EMPREGADOR TO WS-EMPREGADOR-LINHA
           IF WS-EMPREGADOR-LINHA IS NOT NUMERIC
                   OR WS-EMPREGADOR-LINHA = ZEROS
               MOVE 01 TO WS-EMPREGADOR-LINHA
           END-IF
           IF APF-COMPETENCIA = WS-COMPETENCIA-ALVO AND APF-APROVADA
                   AND WS-EMPREGADOR-LINHA = WS-EMPREGADOR-ALVO
               SET JA-APROVADA TO TRUE
           END-IF
           PERFORM LER-PROXIMA-APROVACAO.
           END-READ.

       SOMAR-DETALHE.
           MOVE FDET-EMPREGADOR TO WS-EMPREGADOR-LINHA
           IF WS-EMPREGADOR-LINHA IS NOT NUMERIC
                   OR WS-EMPREGADOR-LINHA = ZEROS
               MOVE 01 TO WS-EMPREGADOR-LINHA
           END-IF
           IF FDET-COMPETENCIA = WS-COMPETENCIA-ALVO
                   AND WS-EMPREGADOR-LINHA = WS-EMPREGADOR-ALVO
               ADD 1 TO WS-TOTAL-LINHAS
               ADD FDET-BRUTO TO WS-TOTAL-BRUTO
               ADD FDET-LIQUIDO TO WS-TOTAL-LIQUIDO
               OPEN OUTPUT APROVACAO-FILE
           END-IF
           MOVE WS-COMPETENCIA-ALVO TO APF-COMPETENCIA
           MOVE WS-EMPREGADOR-ALVO TO APF-EMPREGADOR
           MOVE OPERADOR-LOGADO TO APF-OPERADOR
           ACCEPT APF-DATA FROM DATE YYYYMMDD
           ACCEPT APF-HORA FROM TIME
           CLOSE APROVACAO-FILE
           PERFORM GRAVAR-AUDITORIA-APROVACAO
           DISPLAY "Competencia " WS-COMPETENCIA-ALVO
               " do empregador " WS-EMPREGADOR-ALVO
               " aprovada - remessa liberada".

       GRAVAR-AUDITORIA-APROVACAO.
           MOVE SPACES TO AUD-ANTES
           MOVE SPACES TO AUD-DEPOIS
           MOVE WS-COMPETENCIA-ALVO TO AUD-DEPOIS (1:6)
           MOVE WS-EMPREGADOR-ALVO TO AUD-DEPOIS (7:2)
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA
           CLOSE AUDITORIA-FILE.

