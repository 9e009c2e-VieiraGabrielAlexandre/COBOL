      *          December as the year-end closing run. This is a
      *          batch job (see the nightly schedule wired up around
      *          it), not an item on SistemaCadastro's online menu.
      *          Before the monthly routines run, the BALFOLHA
      *          balance-and-control report must prove the previous
      *          competencia's payment chain; any break holds the
      *          close. The monthly routines include the vacation and
      *          thirteenth-salary provision (PROVMES), whose PROVTOT
      *          movement EXPCONTA posts to the ledger, and the
      *          headcount movement and turnover report (RELTURN),
      *          and the charge-back of requisitioned material to each
      *          department (RELREQ), whose CONSTOT totals EXPCONTA
      *          also posts, and the ABC classification with the
      *          slow-moving stock list (CURVAABC), and the reorder
      *          point and economic order quantity recalculation
      *          (REPOSCAL) whose suggestions wait for APROVREP,
      *          and the supplier delivery-performance scorecard
      *          (RELFORN).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * ele spoola como RELFECHM e nao sobrepoe o SPL.RELUSUAR do
      * relatorio noturno do PASSO 3.
       77  WS-OPCAO-REL        PIC 9(01) VALUE 6.
      * Id de batch no lugar do operador - sem permissao de dados
      * sensiveis, o relatorio do fechamento sai mascarado.
       77  WS-OPERADOR-BATCH   PIC X(08) VALUE "FECHMES".
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-FEC       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
       01  WS-MES-FECHADO-R REDEFINES WS-MES-FECHADO.
           03 WS-FECHADO-ANO   PIC 9(04).
           03 WS-FECHADO-MM    PIC 9(02).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== FECHAMENTO MENSAL - TODOS OS MESES =====".
               DISPLAY "Fechamento de " WS-MES-FECHADO " ja "
                   "registrado - rotinas mensais nao repetidas"
           ELSE
               PERFORM CONFERIR-BALANCO-FOLHA
               IF NOT FALHA-MENSAL
                   PERFORM VALORIZAR-ESTOQUE
                   PERFORM RATEAR-CONSUMO
                   PERFORM CLASSIFICAR-CURVA-ABC
                   PERFORM RECALCULAR-REPOSICAO
                   PERFORM AVALIAR-FORNECEDORES
                   PERFORM ARQUIVAR-AUDITORIA
                   PERFORM CALCULAR-ENCARGOS
                   PERFORM CALCULAR-PROVISOES
                   PERFORM LISTAR-FORA-DA-FAIXA
                   PERFORM LISTAR-ROTATIVIDADE
               END-IF
               IF FALHA-MENSAL
                   DISPLAY "*** ROTINAS MENSAIS COM FALHA - "
                       "SNAPSHOT NAO GRAVADO, PASSO SERA REPETIDO "
           IF FISCAL-FECHAMENTO-ANO(WS-INDICE-MES-BATCH)
               DISPLAY "*** FECHAMENTO DE FIM DE ANO ***"
           END-IF
           CALL "RELUSUARIO" USING WS-OPCAO-REL, WS-OPERADOR-BATCH
           DISPLAY "----- FIM DO FECHAMENTO DE "
               FISCAL-MES-EXTENSO(WS-INDICE-MES-BATCH) " -----".

           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro indisponivel - snapshot do "
                   "fechamento nao gravado"
      * Sem o snapshot o mes nao esta fechado - a falha segura o
               SET FALHA-MENSAL TO TRUE
           END-IF.

      * O consumo das requisicoes de material do mes (RELREQ) e
      * rateado por departamento junto com a valorizacao - os totais
      * por centro ficam no CONSTOT para a exportacao contabil.
       RATEAR-CONSUMO.
           CALL "SYSTEM" USING "./RELREQ"
           IF RETURN-CODE NOT = 0
               DISPLAY "*** FALHA NO RATEIO DO CONSUMO - "
                   "RETURN-CODE=" RETURN-CODE " ***"
               SET FALHA-MENSAL TO TRUE
           END-IF.

      * A curva ABC do consumo de 12 meses e a lista do estoque
      * parado (CURVAABC) saem uma vez por mes - a classe fica
      * gravada no item para compras e contabilidade.
       CLASSIFICAR-CURVA-ABC.
           CALL "SYSTEM" USING "./CURVAABC"
           IF RETURN-CODE NOT = 0
               DISPLAY "*** FALHA NA CURVA ABC DO ESTOQUE - "
                   "RETURN-CODE=" RETURN-CODE " ***"
               SET FALHA-MENSAL TO TRUE
           END-IF.

      * O ponto de reposicao e o lote economico sao recalculados pelo
      * consumo do mes (REPOSCAL); o cadastro so muda quando o
      * supervisor aprova a sugestao em APROVREP.
       RECALCULAR-REPOSICAO.
           CALL "SYSTEM" USING "./REPOSCAL"
           IF RETURN-CODE NOT = 0
               DISPLAY "*** FALHA NO RECALCULO DA REPOSICAO - "
                   "RETURN-CODE=" RETURN-CODE " ***"
               SET FALHA-MENSAL TO TRUE
           END-IF.

      * Desempenho de entrega dos fornecedores nos ultimos 12 meses
      * (RELFORN), com a marca de quem ficou abaixo da meta no prazo.
       AVALIAR-FORNECEDORES.
           CALL "SYSTEM" USING "./RELFORN"
           IF RETURN-CODE NOT = 0
               DISPLAY "*** FALHA NA AVALIACAO DOS FORNECEDORES - "
                   "RETURN-CODE=" RETURN-CODE " ***"
               SET FALHA-MENSAL TO TRUE
           END-IF.

      * O corte mensal do rastro de auditoria (ARQAUD) fecha junto com
      * o mes: o AUDITORI corrente recomeca vazio e os meses cortados
      * ficam em AUDITORI.AAAAMM sob a retencao de 12 meses.
               SET FALHA-MENSAL TO TRUE
           END-IF.

      * As provisoes de ferias e de decimo terceiro (PROVMES) sao
      * apuradas no fechamento - o movimento do mes fica no PROVTOT,
      * que a exportacao contabil lanca no CONTABIL.TXT.
       CALCULAR-PROVISOES.
           CALL "SYSTEM" USING "./PROVMES"
           IF RETURN-CODE NOT = 0
               DISPLAY "*** FALHA NA PROVISAO DE FERIAS E DECIMO - "
                   "RETURN-CODE=" RETURN-CODE " ***"
               SET FALHA-MENSAL TO TRUE
           END-IF.

      * O mes novo so fecha com a cadeia de pagamento do mes anterior
      * conferida (BALFOLHA): aprovado = remessa = banco + fila de
      * repagamento = contabilizado. Quebra segura o fechamento - o
      * PROCNOT repete o passo nas noites seguintes ate o acerto.
       CONFERIR-BALANCO-FOLHA.
           CALL "SYSTEM" USING "./BALFOLHA"
           IF RETURN-CODE NOT = 0
               DISPLAY "*** QUEBRA NO BALANCO DA FOLHA - "
                   "RETURN-CODE=" RETURN-CODE " (ver spool "
                   "BALFOLHA) ***"
               SET FALHA-MENSAL TO TRUE
           END-IF.

      * A conferencia dos salarios contra a faixa do cargo (RELFAIXA)
      * sai uma vez por mes, no spool, para o RH tratar quem esta
      * fora da faixa antes da folha seguinte.
       LISTAR-FORA-DA-FAIXA.
           CALL "SYSTEM" USING "./RELFAIXA"
           IF RETURN-CODE NOT = 0
               DISPLAY "*** FALHA NO RELATORIO DE FAIXAS SALARIAIS - "
                   "RETURN-CODE=" RETURN-CODE " ***"
               SET FALHA-MENSAL TO TRUE
           END-IF.

      * O movimento do quadro e a rotatividade do mes e do ano
      * (RELTURN) saem no fechamento, com o cadastro ainda no quadro
      * do fim do mes que fechou.
       LISTAR-ROTATIVIDADE.
           CALL "SYSTEM" USING "./RELTURN"
           IF RETURN-CODE NOT = 0
               DISPLAY "*** FALHA NO RELATORIO DE ROTATIVIDADE - "
                   "RETURN-CODE=" RETURN-CODE " ***"
               SET FALHA-MENSAL TO TRUE
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "FECHMES" TO ERR-PROGRAMA
           MOVE WS-OPERADOR-BATCH TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM FECHMES.
