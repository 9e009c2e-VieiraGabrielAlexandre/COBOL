      * Purpose: Folha analitica da competencia fechada - lista da
      *          memoria mensal da folha (FOLHADET, gravada por
      *          CONTRACH) cada matricula com nome, bruto, deducao e
      *          liquido pagos, numa secao por empregador (EMPREGAD,
      *          razao social e CNPJ via LEREMPR) com o subtotal de
      *          cada empresa, fechando com os totais gerais, pelo
      *          spool de relatorios (SPOOLREP, SPL.FOLHAREG.AAAAMMDD).
      *          E o registro que o supervisor revisa antes de aprovar
      *          a competencia de cada empregador em APROVFOL - sem a
      *          aprovacao, REMESSA nao gera o arquivo do banco.
      *          Chamado por CONTRACH logo apos a geracao dos
      *          contracheques.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-TOTAL-BRUTO      PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-DEDUCAO    PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-LIQUIDO    PIC 9(13)V99 VALUE ZEROS.
       77  WS-SUB-LINHAS       PIC 9(05) VALUE ZERO.
       77  WS-SUB-BRUTO        PIC 9(13)V99 VALUE ZEROS.
       77  WS-SUB-DEDUCAO      PIC 9(13)V99 VALUE ZEROS.
       77  WS-SUB-LIQUIDO      PIC 9(13)V99 VALUE ZEROS.
       77  WS-EMPREGADOR-DETALHE PIC 9(02) VALUE ZEROS.
       77  WS-INDICE-EMP       PIC 9(03) VALUE ZERO.
       77  WS-RESULTADO-EMPR   PIC X(01) VALUE "N".
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "FOLHAREG".
       01  LINHA-REGISTRO      PIC X(100) VALUE SPACES.
      * Matriculas da competencia por empregador, indexado pelo
      * proprio codigo - a primeira leitura so marca quem aparece, e
      * cada empresa marcada ganha a sua secao, na ordem do codigo.
       01  TABELA-EMPREGADORES.
           03 TAB-EMP-QTDE     PIC 9(05) OCCURS 99 TIMES.
           COPY "REGEMP.cpy".
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZ9,99.
      >>ELSE
       01  WS-MES-FECHADO-R REDEFINES WS-MES-FECHADO.
           03 WS-FECHADO-ANO   PIC 9(04).
           03 WS-FECHADO-MM    PIC 9(02).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== FOLHA ANALITICA DA COMPETENCIA =====".
           END-IF
           OPEN INPUT FOLHA-DETALHE-FILE
           IF WS-STATUS-FDT NOT = "00"
               MOVE "FOLHADET" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-FDT TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "FOLHADET indisponivel - status " WS-STATUS-FDT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-REGISTRO
           PERFORM GRAVAR-CABECALHO
           MOVE ZEROS TO TABELA-EMPREGADORES
           PERFORM LER-PROXIMO-DETALHE
           PERFORM MARCAR-EMPREGADOR UNTIL FIM-ARQUIVO
           CLOSE FOLHA-DETALHE-FILE
           PERFORM LISTAR-EMPREGADOR
               VARYING WS-INDICE-EMP FROM 1 BY 1
               UNTIL WS-INDICE-EMP > 99
           PERFORM GRAVAR-TOTAIS
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-REGISTRO
           IF WS-STATUS-ARQ = "00"
               CLOSE CADASTRO-FILE
           END-IF
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * Detalhe gravado antes do campo de empregador traz espacos - e
      * da empresa original, o empregador 01.
       APURAR-EMPREGADOR-DETALHE.
           MOVE FDET-EMPREGADOR TO WS-EMPREGADOR-DETALHE
           IF WS-EMPREGADOR-DETALHE IS NOT NUMERIC
                   OR WS-EMPREGADOR-DETALHE = ZEROS
               MOVE 01 TO WS-EMPREGADOR-DETALHE
           END-IF.

       MARCAR-EMPREGADOR.
           IF FDET-COMPETENCIA = WS-MES-FECHADO
               PERFORM APURAR-EMPREGADOR-DETALHE
               ADD 1 TO TAB-EMP-QTDE(WS-EMPREGADOR-DETALHE)
           END-IF
           PERFORM LER-PROXIMO-DETALHE.

      * Uma passada no FOLHADET por empresa presente na competencia.
       LISTAR-EMPREGADOR.
           IF TAB-EMP-QTDE(WS-INDICE-EMP) > ZERO
               MOVE WS-INDICE-EMP TO WS-EMPREGADOR-DETALHE
               CALL "LEREMPR" USING WS-EMPREGADOR-DETALHE,
                   REGISTRO-EMPREGADOR, WS-RESULTADO-EMPR
               IF WS-RESULTADO-EMPR NOT = "S"
                   MOVE ZEROS TO EMP-CNPJ
                   MOVE "EMPREGADOR NAO CADASTRADO"
                       TO EMP-RAZAO-SOCIAL
               END-IF
               MOVE ALL "-" TO LINHA-REGISTRO
               PERFORM GRAVAR-LINHA-ESPELHO
               MOVE SPACES TO LINHA-REGISTRO
               STRING "EMPREGADOR " WS-EMPREGADOR-DETALHE " - "
                   EMP-RAZAO-SOCIAL " CNPJ " EMP-CNPJ
                   DELIMITED BY SIZE INTO LINHA-REGISTRO
               PERFORM GRAVAR-LINHA-ESPELHO
               MOVE ZERO TO WS-SUB-LINHAS
               MOVE ZEROS TO WS-SUB-BRUTO
               MOVE ZEROS TO WS-SUB-DEDUCAO
               MOVE ZEROS TO WS-SUB-LIQUIDO
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT FOLHA-DETALHE-FILE
               PERFORM LER-PROXIMO-DETALHE
               PERFORM LISTAR-DETALHE UNTIL FIM-ARQUIVO
               CLOSE FOLHA-DETALHE-FILE
               PERFORM GRAVAR-SUBTOTAIS
           END-IF.

       LISTAR-DETALHE.
           IF FDET-COMPETENCIA = WS-MES-FECHADO
               PERFORM APURAR-EMPREGADOR-DETALHE
               IF WS-EMPREGADOR-DETALHE = WS-INDICE-EMP
                   PERFORM GRAVAR-LINHA-MATRICULA
               END-IF
           END-IF
           PERFORM LER-PROXIMO-DETALHE.

           PERFORM GRAVAR-LINHA-ESPELHO
           MOVE "MATRICULA NOME                 BRUTO"
               TO LINHA-REGISTRO
           MOVE "DEDUCAO       LIQUIDO  C.CUSTO"
               TO LINHA-REGISTRO (47:)
           PERFORM GRAVAR-LINHA-ESPELHO.

       GRAVAR-LINHA-MATRICULA.
           MOVE WS-VALOR-EDIT TO LINHA-REGISTRO (47:14)
           MOVE FDET-LIQUIDO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REGISTRO (62:14)
           MOVE FDET-CCUSTO TO LINHA-REGISTRO (78:6)
           PERFORM GRAVAR-LINHA-ESPELHO
           ADD 1 TO WS-TOTAL-LINHAS
           ADD FDET-BRUTO TO WS-TOTAL-BRUTO
           ADD FDET-DEDUCAO TO WS-TOTAL-DEDUCAO
           ADD FDET-LIQUIDO TO WS-TOTAL-LIQUIDO
           ADD 1 TO WS-SUB-LINHAS
           ADD FDET-BRUTO TO WS-SUB-BRUTO
           ADD FDET-DEDUCAO TO WS-SUB-DEDUCAO
           ADD FDET-LIQUIDO TO WS-SUB-LIQUIDO.

       GRAVAR-SUBTOTAIS.
           MOVE SPACES TO LINHA-REGISTRO
           STRING "SUBTOTAL EMPREGADOR " WS-EMPREGADOR-DETALHE
               " - MATRICULAS: " WS-SUB-LINHAS
               DELIMITED BY SIZE INTO LINHA-REGISTRO
           PERFORM GRAVAR-LINHA-ESPELHO
           MOVE SPACES TO LINHA-REGISTRO
           MOVE WS-SUB-BRUTO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REGISTRO (32:14)
           MOVE WS-SUB-DEDUCAO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REGISTRO (47:14)
           MOVE WS-SUB-LIQUIDO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REGISTRO (62:14)
           PERFORM GRAVAR-LINHA-ESPELHO.

       GRAVAR-TOTAIS.
           MOVE ALL "=" TO LINHA-REGISTRO
               DELIMITED BY SIZE INTO LINHA-REGISTRO
           PERFORM GRAVAR-LINHA-ESPELHO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "FOLHAREG" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM FOLHAREG.
