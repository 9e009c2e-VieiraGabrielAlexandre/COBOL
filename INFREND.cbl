      *          SPL.INFREND.AAAAMMDD), fechando com a pagina de
      *          totais do ano para o contador. Acaba com a fila de
      *          janeiro reconstruindo rendimentos em doze spools de
      *          contracheque. Quem foi readmitido (VINCMAT) tem um
      *          informe so, sob a matricula mais recente, somando o
      *          que as matriculas anteriores receberam no ano - o
      *          CPF e um so para a Receita. O informe e por fonte
      *          pagadora: quem recebeu de mais de um empregador do
      *          grupo (EMPREGAD) tem um informe por empregador, com o
      *          CNPJ e a razao social dele, e a readmissao so soma
      *          dentro do mesmo empregador. A pagina de totais abre o
      *          ano por empregador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-INDICE-TAB       PIC 9(04) VALUE ZERO.
       77  WS-ACHOU-TAB        PIC X(01) VALUE "N".
           88 ACHOU-TAB            VALUE "S".
       77  WS-INDICE-DEST      PIC 9(04) VALUE ZERO.
       77  WS-QTDE-PESSOAS     PIC 9(04) VALUE ZERO.
       77  WS-MATRICULA-VINCULO PIC 9(06) VALUE ZEROS.
       77  WS-MATRICULA-PRINCIPAL PIC 9(06) VALUE ZEROS.
       77  WS-INDICE-VIN       PIC 9(02) VALUE ZERO.
       77  WS-POSICAO-LINHA    PIC 9(03) VALUE ZERO.
       77  WS-EMPREGADOR-DETALHE PIC 9(02) VALUE 01.
       77  WS-EMPREGADOR-INFORME PIC 9(02) VALUE 01.
       77  WS-INDICE-EMP       PIC 9(03) VALUE ZERO.
       77  WS-RESULTADO-EMPR   PIC X(01) VALUE "N".
           COPY "TABVIN.cpy".
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "INFREND".
       01  LINHA-INFORME       PIC X(100) VALUE SPACES.
       01  TABELA-RENDIMENTOS.
           03 TAB-REND-ITEM OCCURS 2000 TIMES.
               05 TAB-MATRICULA    PIC 9(06).
               05 TAB-EMPREGADOR   PIC 9(02).
               05 TAB-MESES        PIC 9(02).
               05 TAB-BRUTO        PIC 9(12)V99.
               05 TAB-DEDUCAO      PIC 9(12)V99.
               05 TAB-LIQUIDO      PIC 9(12)V99.
      * Totais do ano por empregador, indexados pelo proprio codigo.
       01  TABELA-EMPREGADORES.
           03 TAB-EMP-ITEM OCCURS 99 TIMES.
               05 TAB-EMP-PESSOAS  PIC 9(04).
               05 TAB-EMP-BRUTO    PIC 9(13)V99.
               05 TAB-EMP-DEDUCAO  PIC 9(13)V99.
               05 TAB-EMP-LIQUIDO  PIC 9(13)V99.
           COPY "REGEMP.cpy".
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== INFORME DE RENDIMENTOS ANUAL =====".
           DISPLAY "Ano (AAAA)......: " WITH NO ADVANCING.
           ACCEPT WS-ANO-INFORME.
           INITIALIZE TABELA-EMPREGADORES
           PERFORM ACUMULAR-ANO
           IF WS-QTDE-TAB = ZERO
               DISPLAY "Nenhum pagamento registrado em FOLHADET "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONSOLIDAR-READMISSOES
               VARYING WS-INDICE-TAB FROM 1 BY 1
               UNTIL WS-INDICE-TAB > WS-QTDE-TAB
           OPEN INPUT CADASTRO-FILE
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
           IF WS-STATUS-ARQ = "00"
               CLOSE CADASTRO-FILE
           END-IF
           DISPLAY "Informes gerados: " WS-QTDE-PESSOAS
               " no spool INFREND"
           DISPLAY "===== FIM DO INFORME DE RENDIMENTOS =====".
           STOP RUN.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT FOLHA-DETALHE-FILE
           IF WS-STATUS-FDT NOT = "00"
               MOVE "FOLHADET" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-FDT TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "FOLHADET indisponivel - status " WS-STATUS-FDT
               MOVE "S" TO WS-FIM-ARQUIVO
           ELSE

       ACUMULAR-DETALHE.
           IF FDET-COMPETENCIA (1:4) = WS-ANO-INFORME (1:4)
               MOVE FDET-EMPREGADOR TO WS-EMPREGADOR-DETALHE
               IF WS-EMPREGADOR-DETALHE IS NOT NUMERIC
                       OR WS-EMPREGADOR-DETALHE = ZEROS
                   MOVE 01 TO WS-EMPREGADOR-DETALHE
               END-IF
               PERFORM LOCALIZAR-ENTRADA-TABELA
               IF ACHOU-TAB
                   ADD 1 TO TAB-MESES(WS-INDICE-TAB)
               ADD 1 TO WS-QTDE-TAB
               MOVE WS-QTDE-TAB TO WS-INDICE-TAB
               MOVE FDET-MATRICULA TO TAB-MATRICULA(WS-INDICE-TAB)
               MOVE WS-EMPREGADOR-DETALHE
                   TO TAB-EMPREGADOR(WS-INDICE-TAB)
               MOVE ZEROS TO TAB-MESES(WS-INDICE-TAB)
               MOVE ZEROS TO TAB-BRUTO(WS-INDICE-TAB)
               MOVE ZEROS TO TAB-DEDUCAO(WS-INDICE-TAB)

       COMPARAR-ENTRADA-TABELA.
           IF TAB-MATRICULA(WS-INDICE-TAB) = FDET-MATRICULA
                   AND TAB-EMPREGADOR(WS-INDICE-TAB)
                       = WS-EMPREGADOR-DETALHE
               SET ACHOU-TAB TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-TAB
           END-IF.

      * A entrada de uma matricula anterior passa para a matricula
      * mais recente da cadeia: soma na entrada dela no mesmo
      * empregador, se ja existe (a de origem fica zerada e nao
      * imprime), ou troca de numero.
       CONSOLIDAR-READMISSOES.
           IF TAB-MATRICULA(WS-INDICE-TAB) NOT = ZEROS
               MOVE TAB-MATRICULA(WS-INDICE-TAB) TO WS-MATRICULA-VINCULO
               CALL "VINCMAT" USING WS-MATRICULA-VINCULO,
                   TABELA-VINCULOS
               IF VIN-QTDE > 1
                   MOVE VIN-MATRICULA(VIN-QTDE)
                       TO WS-MATRICULA-PRINCIPAL
                   IF WS-MATRICULA-PRINCIPAL NOT = WS-MATRICULA-VINCULO
                       PERFORM TRANSFERIR-ENTRADA-PRINCIPAL
                   END-IF
               END-IF
           END-IF.

       TRANSFERIR-ENTRADA-PRINCIPAL.
           MOVE "N" TO WS-ACHOU-TAB
           PERFORM COMPARAR-ENTRADA-PRINCIPAL
               VARYING WS-INDICE-DEST FROM 1 BY 1
               UNTIL WS-INDICE-DEST > WS-QTDE-TAB OR ACHOU-TAB
           IF ACHOU-TAB
               ADD TAB-MESES(WS-INDICE-TAB) TO TAB-MESES(WS-INDICE-DEST)
               ADD TAB-BRUTO(WS-INDICE-TAB) TO TAB-BRUTO(WS-INDICE-DEST)
               ADD TAB-DEDUCAO(WS-INDICE-TAB)
                   TO TAB-DEDUCAO(WS-INDICE-DEST)
               ADD TAB-LIQUIDO(WS-INDICE-TAB)
                   TO TAB-LIQUIDO(WS-INDICE-DEST)
               MOVE ZEROS TO TAB-MATRICULA(WS-INDICE-TAB)
           ELSE
               MOVE WS-MATRICULA-PRINCIPAL
                   TO TAB-MATRICULA(WS-INDICE-TAB)
           END-IF.

       COMPARAR-ENTRADA-PRINCIPAL.
           IF TAB-MATRICULA(WS-INDICE-DEST) = WS-MATRICULA-PRINCIPAL
                   AND TAB-EMPREGADOR(WS-INDICE-DEST)
                       = TAB-EMPREGADOR(WS-INDICE-TAB)
               SET ACHOU-TAB TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-DEST
           END-IF.

       GRAVAR-LINHA-INFORME.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-INFORME.

       IMPRIMIR-INFORME-PESSOA.
           IF TAB-MATRICULA(WS-INDICE-TAB) NOT = ZEROS
               PERFORM IMPRIMIR-INFORME-MATRICULA
           END-IF.

       IMPRIMIR-INFORME-MATRICULA.
           ADD 1 TO WS-QTDE-PESSOAS
           MOVE ALL "=" TO LINHA-INFORME
           PERFORM GRAVAR-LINHA-INFORME
           MOVE SPACES TO LINHA-INFORME
           STRING "INFORME DE RENDIMENTOS - ANO " WS-ANO-INFORME
               DELIMITED BY SIZE INTO LINHA-INFORME
           PERFORM GRAVAR-LINHA-INFORME
           MOVE TAB-EMPREGADOR(WS-INDICE-TAB) TO WS-EMPREGADOR-INFORME
           CALL "LEREMPR" USING WS-EMPREGADOR-INFORME,
               REGISTRO-EMPREGADOR, WS-RESULTADO-EMPR
           IF WS-RESULTADO-EMPR NOT = "S"
               MOVE ZEROS TO EMP-CNPJ
               MOVE "EMPREGADOR NAO CADASTRADO" TO EMP-RAZAO-SOCIAL
           END-IF
           MOVE SPACES TO LINHA-INFORME
           STRING "FONTE PAGADORA: " EMP-RAZAO-SOCIAL
               "  CNPJ: " EMP-CNPJ
               DELIMITED BY SIZE INTO LINHA-INFORME
           PERFORM GRAVAR-LINHA-INFORME
           MOVE TAB-MATRICULA(WS-INDICE-TAB) TO MATRICULA
           READ CADASTRO-FILE
               INVALID KEY
               "  MESES PAGOS: " TAB-MESES(WS-INDICE-TAB)
               DELIMITED BY SIZE INTO LINHA-INFORME
           PERFORM GRAVAR-LINHA-INFORME
           MOVE TAB-MATRICULA(WS-INDICE-TAB) TO WS-MATRICULA-VINCULO
           CALL "VINCMAT" USING WS-MATRICULA-VINCULO, TABELA-VINCULOS
           IF VIN-QTDE > 1
               MOVE SPACES TO LINHA-INFORME
               MOVE "MATRICULAS ANTERIORES: " TO LINHA-INFORME (1:23)
               MOVE 24 TO WS-POSICAO-LINHA
               PERFORM IMPRIMIR-MATRICULA-ANTERIOR
                   VARYING WS-INDICE-VIN FROM 1 BY 1
                   UNTIL WS-INDICE-VIN NOT < VIN-QTDE
                       OR WS-POSICAO-LINHA > 94
               PERFORM GRAVAR-LINHA-INFORME
           END-IF
           MOVE TAB-BRUTO(WS-INDICE-TAB) TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-INFORME
           STRING "RENDIMENTO BRUTO.: " WS-VALOR-EDIT
           PERFORM GRAVAR-LINHA-INFORME
           ADD TAB-BRUTO(WS-INDICE-TAB) TO WS-TOTAL-GERAL-BRUTO
           ADD TAB-DEDUCAO(WS-INDICE-TAB) TO WS-TOTAL-GERAL-DED
           ADD TAB-LIQUIDO(WS-INDICE-TAB) TO WS-TOTAL-GERAL-LIQ
           ADD 1 TO TAB-EMP-PESSOAS(WS-EMPREGADOR-INFORME)
           ADD TAB-BRUTO(WS-INDICE-TAB)
               TO TAB-EMP-BRUTO(WS-EMPREGADOR-INFORME)
           ADD TAB-DEDUCAO(WS-INDICE-TAB)
               TO TAB-EMP-DEDUCAO(WS-EMPREGADOR-INFORME)
           ADD TAB-LIQUIDO(WS-INDICE-TAB)
               TO TAB-EMP-LIQUIDO(WS-EMPREGADOR-INFORME).

       IMPRIMIR-MATRICULA-ANTERIOR.
           MOVE VIN-MATRICULA(WS-INDICE-VIN)
               TO LINHA-INFORME (WS-POSICAO-LINHA:6)
           ADD 7 TO WS-POSICAO-LINHA.

       IMPRIMIR-PAGINA-TOTAIS.
           MOVE ALL "=" TO LINHA-INFORME
               DELIMITED BY SIZE INTO LINHA-INFORME
           PERFORM GRAVAR-LINHA-INFORME
           MOVE SPACES TO LINHA-INFORME
           STRING "PESSOAS..........: " WS-QTDE-PESSOAS
               DELIMITED BY SIZE INTO LINHA-INFORME
           PERFORM GRAVAR-LINHA-INFORME
           MOVE WS-TOTAL-GERAL-BRUTO TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-INFORME
           STRING "LIQUIDO DO ANO...: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-INFORME
           PERFORM GRAVAR-LINHA-INFORME
           MOVE ALL "-" TO LINHA-INFORME
           PERFORM GRAVAR-LINHA-INFORME
           MOVE "TOTAIS POR EMPREGADOR" TO LINHA-INFORME
           PERFORM GRAVAR-LINHA-INFORME
           MOVE SPACES TO LINHA-INFORME
           MOVE "EMP" TO LINHA-INFORME (1:3)
           MOVE "CNPJ" TO LINHA-INFORME (5:4)
           MOVE "PESSOAS" TO LINHA-INFORME (21:7)
           MOVE "BRUTO" TO LINHA-INFORME (40:5)
           MOVE "DEDUCOES" TO LINHA-INFORME (53:8)
           MOVE "LIQUIDO" TO LINHA-INFORME (70:7)
           PERFORM GRAVAR-LINHA-INFORME
           PERFORM IMPRIMIR-TOTAL-EMPREGADOR
               VARYING WS-INDICE-EMP FROM 1 BY 1
               UNTIL WS-INDICE-EMP > 99.

       IMPRIMIR-TOTAL-EMPREGADOR.
           IF TAB-EMP-PESSOAS(WS-INDICE-EMP) > ZERO
               MOVE WS-INDICE-EMP TO WS-EMPREGADOR-INFORME
               CALL "LEREMPR" USING WS-EMPREGADOR-INFORME,
                   REGISTRO-EMPREGADOR, WS-RESULTADO-EMPR
               IF WS-RESULTADO-EMPR NOT = "S"
                   MOVE ZEROS TO EMP-CNPJ
               END-IF
               MOVE SPACES TO LINHA-INFORME
               MOVE WS-EMPREGADOR-INFORME TO LINHA-INFORME (1:2)
               MOVE EMP-CNPJ TO LINHA-INFORME (5:14)
               MOVE TAB-EMP-PESSOAS(WS-INDICE-EMP)
                   TO LINHA-INFORME (24:4)
               MOVE TAB-EMP-BRUTO(WS-INDICE-EMP) TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO LINHA-INFORME (30:15)
               MOVE TAB-EMP-DEDUCAO(WS-INDICE-EMP) TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO LINHA-INFORME (46:15)
               MOVE TAB-EMP-LIQUIDO(WS-INDICE-EMP) TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO LINHA-INFORME (62:15)
               PERFORM GRAVAR-LINHA-INFORME
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "INFREND" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM INFREND.
