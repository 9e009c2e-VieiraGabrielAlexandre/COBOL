      *          sistema do contador. Roda como passo do
      *          processamento noturno na noite que fecha o mes; o
      *          controle CTBCTL garante uma exportacao por
      *          competencia. A despesa de salarios sai com um
      *          debito por centro de custo, somado do FOLHADET da
      *          competencia. As provisoes de ferias e de decimo
      *          terceiro entram pelo movimento que PROVMES gravou no
      *          PROVTOT: constituicao (ou reversao) da despesa contra
      *          o passivo e baixa do que foi pago no mes. Cada
      *          lancamento leva o empregador (EMPREGAD, REGEMP.cpy):
      *          a despesa sai por empregador e centro de custo, e
      *          salarios a pagar e deducoes a recolher por
      *          empregador; o ajuste contra o FECHTOT, o estoque e as
      *          provisoes ficam no empregador 01. O consumo de
      *          material requisitado, rateado por RELREQ no CONSTOT,
      *          sai como despesa a debito em cada centro de custo
      *          contra a conta de ajuste de inventario, no empregador
      *          01 como o estoque.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CONTROLE-CTB-FILE ASSIGN TO "CTBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.
           SELECT FOLHA-DETALHE-FILE ASSIGN TO "FOLHADET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FDT.
           SELECT PROVISAO-FILE ASSIGN TO "PROVTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRV.
           SELECT CONSUMO-FILE ASSIGN TO "CONSTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CSM.
       DATA DIVISION.
       FILE SECTION.
       FD  FECHTOT-FILE.
       FD  CONTROLE-CTB-FILE.
       01  REGISTRO-CONTROLE-CTB.
           03 CTL-CTB-MES          PIC 9(06).
       FD  FOLHA-DETALHE-FILE.
           COPY "REGFDET.cpy".
       FD  PROVISAO-FILE.
           COPY "REGPRV.cpy".
       FD  CONSUMO-FILE.
           COPY "REGCSM.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-FEC       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ANT       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CTB       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CTL       PIC X(02) VALUE SPACES.
       77  WS-STATUS-FDT       PIC X(02) VALUE SPACES.
       77  WS-STATUS-PRV       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CSM       PIC X(02) VALUE SPACES.
       77  WS-FIM-DETALHES     PIC X(01) VALUE "N".
           88 FIM-DETALHES         VALUE "S".
       77  WS-QTDE-CCU         PIC 9(03) VALUE ZERO.
       77  WS-MAX-CCU          PIC 9(03) VALUE 200.
       77  WS-INDICE-CCU       PIC 9(03) VALUE ZERO.
       77  WS-ACHOU-CCU        PIC X(01) VALUE "N".
           88 ACHOU-CCU            VALUE "S".
       77  WS-CCUSTO-DETALHE   PIC X(06) VALUE SPACES.
       77  WS-EMPREGADOR-DETALHE PIC 9(02) VALUE 01.
       77  WS-BRUTO-DETALHADO  PIC 9(13)V99 VALUE ZEROS.
       77  WS-LIQUIDO-DETALHADO PIC 9(13)V99 VALUE ZEROS.
       77  WS-DIFERENCA-BRUTO  PIC 9(13)V99 VALUE ZEROS.
      * Bruto da competencia por empregador e centro de custo, do
      * FOLHADET.
       01  TABELA-CENTROS-CUSTO.
           03 TAB-CCU-ITEM OCCURS 200 TIMES.
               05 TAB-CCU-EMPREGADOR PIC 9(02).
               05 TAB-CCU-CODIGO   PIC X(06).
               05 TAB-CCU-BRUTO    PIC 9(13)V99.
      * Bruto e liquido da competencia por empregador, indexados pelo
      * proprio codigo do empregador.
       77  WS-INDICE-EMP       PIC 9(03) VALUE ZERO.
       77  WS-LIQUIDO-EMPREGADOR PIC S9(13)V99 VALUE ZEROS.
       77  WS-DEDUCOES-EMPREGADOR PIC S9(13)V99 VALUE ZEROS.
       01  TABELA-EMPREGADORES.
           03 TAB-EMP-ITEM OCCURS 99 TIMES.
               05 TAB-EMP-BRUTO    PIC 9(13)V99.
               05 TAB-EMP-LIQUIDO  PIC 9(13)V99.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-FECHO-ACHADO     PIC X(01) VALUE "N".
       77  WS-VALOR-ESTOQUE    PIC 9(13)V99 VALUE ZEROS.
       77  WS-TEM-ESTOQUE      PIC X(01) VALUE "N".
           88 TEM-ESTOQUE          VALUE "S".
      * Movimento das provisoes de ferias e decimo da competencia,
      * da ultima apuracao de PROVMES no PROVTOT.
       77  WS-TEM-PROVISAO     PIC X(01) VALUE "N".
           88 TEM-PROVISAO         VALUE "S".
       77  WS-FERIAS-CONSTITUIDA PIC S9(13)V99 VALUE ZEROS.
       77  WS-FERIAS-BAIXAS    PIC 9(13)V99 VALUE ZEROS.
       77  WS-DECIMO-CONSTITUIDA PIC S9(13)V99 VALUE ZEROS.
       77  WS-DECIMO-BAIXAS    PIC 9(13)V99 VALUE ZEROS.
      * Consumo de material por centro de custo: vale o ultimo bloco
      * que RELREQ apurou para a competencia no CONSTOT.
       77  WS-TEM-CONSUMO      PIC X(01) VALUE "N".
           88 TEM-CONSUMO          VALUE "S".
       77  WS-ULTIMA-APURACAO  PIC X(14) VALUE SPACES.
      * Contas do par da provisao corrente: despesa e passivo.
       77  WS-CONTA-DESPESA    PIC 9(05) VALUE ZEROS.
       77  WS-CONTA-PASSIVO    PIC 9(05) VALUE ZEROS.
       77  WS-VALOR-CONSTITUIDO PIC S9(13)V99 VALUE ZEROS.
       77  WS-VALOR-BAIXADO    PIC 9(13)V99 VALUE ZEROS.
      * Layout combinado com o razao: header "0" com data de geracao,
      * lancamento "1" com conta, natureza D/C, centro de custo,
      * valor, competencia e empregador, trailer "9" com contagem e
      * hash.
       01  REGISTRO-CTB-HEADER.
           03 CTBH-TIPO            PIC X(01) VALUE "0".
           03 CTBH-DATA-GERACAO    PIC 9(08).
           03 CTBL-CUSTO           PIC X(10).
           03 CTBL-VALOR           PIC 9(13)V99.
           03 CTBL-COMPETENCIA     PIC 9(06).
           03 CTBL-EMPREGADOR      PIC 9(02) VALUE 01.
           03 FILLER               PIC X(20) VALUE SPACES.
       01  REGISTRO-CTB-TRAILER.
           03 CTBT-TIPO            PIC X(01) VALUE "9".
           03 CTBT-QUANTIDADE      PIC 9(04).
               STOP RUN
           END-IF
           PERFORM LER-VALOR-ESTOQUE
           PERFORM CARREGAR-BRUTO-CENTROS
           PERFORM LER-PROVISAO-DO-MES
           PERFORM LOCALIZAR-CONSUMO-DO-MES
           OPEN OUTPUT CONTABIL-FILE
           PERFORM GRAVAR-HEADER-CONTABIL
           PERFORM GRAVAR-LANCTOS-FOLHA
           IF TEM-ESTOQUE
               PERFORM GRAVAR-LANCTOS-ESTOQUE
           END-IF
           IF TEM-PROVISAO
               MOVE 31201 TO WS-CONTA-DESPESA
               MOVE 21201 TO WS-CONTA-PASSIVO
               MOVE WS-FERIAS-CONSTITUIDA TO WS-VALOR-CONSTITUIDO
               MOVE WS-FERIAS-BAIXAS TO WS-VALOR-BAIXADO
               PERFORM GRAVAR-LANCTOS-PROVISAO
               MOVE 31202 TO WS-CONTA-DESPESA
               MOVE 21202 TO WS-CONTA-PASSIVO
               MOVE WS-DECIMO-CONSTITUIDA TO WS-VALOR-CONSTITUIDO
               MOVE WS-DECIMO-BAIXAS TO WS-VALOR-BAIXADO
               PERFORM GRAVAR-LANCTOS-PROVISAO
           END-IF
           IF TEM-CONSUMO
               PERFORM GRAVAR-LANCTOS-CONSUMO
           END-IF
           PERFORM GRAVAR-TRAILER-CONTABIL
           CLOSE CONTABIL-FILE
           PERFORM GRAVAR-CONTROLE-EXPORTACAO
               CLOSE VALOR-ANTERIOR-FILE
           END-IF.

      * O PROVTOT recebe uma linha por apuracao - vale a ultima da
      * competencia. Sem apuracao (mes anterior a provisao) o arquivo
      * sai sem os lancamentos de provisao.
       LER-PROVISAO-DO-MES.
           MOVE "N" TO WS-TEM-PROVISAO
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT PROVISAO-FILE
           IF WS-STATUS-PRV = "00"
               PERFORM LER-PROXIMA-PROVISAO
               PERFORM CONFERIR-PROVISAO UNTIL FIM-ARQUIVO
               CLOSE PROVISAO-FILE
           END-IF.

       LER-PROXIMA-PROVISAO.
           READ PROVISAO-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       CONFERIR-PROVISAO.
           IF PRV-COMPETENCIA = WS-MES-FECHADO
               SET TEM-PROVISAO TO TRUE
               MOVE PRV-FERIAS-CONSTITUIDA TO WS-FERIAS-CONSTITUIDA
               MOVE PRV-FERIAS-BAIXAS TO WS-FERIAS-BAIXAS
               MOVE PRV-DECIMO-CONSTITUIDA TO WS-DECIMO-CONSTITUIDA
               MOVE PRV-DECIMO-BAIXAS TO WS-DECIMO-BAIXAS
           END-IF
           PERFORM LER-PROXIMA-PROVISAO.

      * Primeira passada no CONSTOT: acha a apuracao mais recente da
      * competencia. Sem apuracao (mes sem requisicao aprovada) o
      * arquivo sai sem os lancamentos de consumo.
       LOCALIZAR-CONSUMO-DO-MES.
           MOVE "N" TO WS-TEM-CONSUMO
           MOVE SPACES TO WS-ULTIMA-APURACAO
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT CONSUMO-FILE
           IF WS-STATUS-CSM = "00"
               PERFORM LER-PROXIMO-CONSUMO
               PERFORM CONFERIR-APURACAO-CONSUMO UNTIL FIM-ARQUIVO
               CLOSE CONSUMO-FILE
           END-IF.

       LER-PROXIMO-CONSUMO.
           READ CONSUMO-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       CONFERIR-APURACAO-CONSUMO.
           IF CSM-COMPETENCIA = WS-MES-FECHADO
                   AND CSM-APURACAO > WS-ULTIMA-APURACAO
               SET TEM-CONSUMO TO TRUE
               MOVE CSM-APURACAO TO WS-ULTIMA-APURACAO
           END-IF
           PERFORM LER-PROXIMO-CONSUMO.

       GRAVAR-HEADER-CONTABIL.
           MOVE WS-DATA-ATUAL TO CTBH-DATA-GERACAO
           MOVE WS-MES-FECHADO TO CTBH-COMPETENCIA
           MOVE REGISTRO-CTB-HEADER TO LINHA-CONTABIL
           WRITE LINHA-CONTABIL.

      * Bruto pago por centro de custo na competencia, da memoria da
      * folha - cadastro sem centro (anterior ao campo) soma no
      * generico "FOLHA", e detalhe sem empregador (anterior ao
      * campo) e do empregador 01.
       CARREGAR-BRUTO-CENTROS.
           MOVE ZERO TO WS-QTDE-CCU
           MOVE ZEROS TO WS-BRUTO-DETALHADO
           MOVE ZEROS TO WS-LIQUIDO-DETALHADO
           INITIALIZE TABELA-EMPREGADORES
           MOVE "N" TO WS-FIM-DETALHES
           OPEN INPUT FOLHA-DETALHE-FILE
           IF WS-STATUS-FDT NOT = "00"
               SET FIM-DETALHES TO TRUE
           ELSE
               PERFORM LER-PROXIMO-DETALHE
           END-IF
           PERFORM ACUMULAR-DETALHE-CCUSTO UNTIL FIM-DETALHES
           IF WS-STATUS-FDT = "00" OR WS-STATUS-FDT = "10"
               CLOSE FOLHA-DETALHE-FILE
           END-IF.

       LER-PROXIMO-DETALHE.
           READ FOLHA-DETALHE-FILE
               AT END SET FIM-DETALHES TO TRUE
           END-READ.

       ACUMULAR-DETALHE-CCUSTO.
           IF FDET-COMPETENCIA = WS-MES-FECHADO
               IF FDET-CCUSTO = SPACES
                   MOVE "FOLHA" TO WS-CCUSTO-DETALHE
               ELSE
                   MOVE FDET-CCUSTO TO WS-CCUSTO-DETALHE
               END-IF
               MOVE FDET-EMPREGADOR TO WS-EMPREGADOR-DETALHE
               IF WS-EMPREGADOR-DETALHE IS NOT NUMERIC
                       OR WS-EMPREGADOR-DETALHE = ZEROS
                   MOVE 01 TO WS-EMPREGADOR-DETALHE
               END-IF
               ADD FDET-BRUTO TO TAB-EMP-BRUTO(WS-EMPREGADOR-DETALHE)
               ADD FDET-LIQUIDO
                   TO TAB-EMP-LIQUIDO(WS-EMPREGADOR-DETALHE)
               ADD FDET-LIQUIDO TO WS-LIQUIDO-DETALHADO
               PERFORM SOMAR-CCUSTO-TABELA
           END-IF
           PERFORM LER-PROXIMO-DETALHE.

       SOMAR-CCUSTO-TABELA.
           MOVE "N" TO WS-ACHOU-CCU
           PERFORM COMPARAR-CCUSTO-TABELA
               VARYING WS-INDICE-CCU FROM 1 BY 1
               UNTIL WS-INDICE-CCU > WS-QTDE-CCU OR ACHOU-CCU
           IF NOT ACHOU-CCU AND WS-QTDE-CCU < WS-MAX-CCU
               ADD 1 TO WS-QTDE-CCU
               MOVE WS-QTDE-CCU TO WS-INDICE-CCU
               MOVE WS-EMPREGADOR-DETALHE
                   TO TAB-CCU-EMPREGADOR(WS-INDICE-CCU)
               MOVE WS-CCUSTO-DETALHE TO TAB-CCU-CODIGO(WS-INDICE-CCU)
               MOVE ZEROS TO TAB-CCU-BRUTO(WS-INDICE-CCU)
               SET ACHOU-CCU TO TRUE
           END-IF
           IF ACHOU-CCU
               ADD FDET-BRUTO TO TAB-CCU-BRUTO(WS-INDICE-CCU)
               ADD FDET-BRUTO TO WS-BRUTO-DETALHADO
           END-IF.

       COMPARAR-CCUSTO-TABELA.
           IF TAB-CCU-CODIGO(WS-INDICE-CCU) = WS-CCUSTO-DETALHE
                   AND TAB-CCU-EMPREGADOR(WS-INDICE-CCU)
                       = WS-EMPREGADOR-DETALHE
               SET ACHOU-CCU TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-CCU
           END-IF.

      * Partidas dobradas da folha: despesa de salarios a debito, um
      * lancamento por empregador e centro de custo, salarios a pagar
      * e deducoes a recolher a credito, por empregador. O total
      * continua sendo o do FECHTOT: a diferenca que o FOLHADET nao
      * explicar (folha ainda nao gerada, cadastro alterado entre o
      * fechamento e a folha) entra como ajuste no centro generico
      * "FOLHA" do empregador 01, a debito ou a credito, e o arquivo
      * fecha sempre em partidas dobradas.
       GRAVAR-LANCTOS-FOLHA.
           PERFORM GRAVAR-DEBITO-CCUSTO
               VARYING WS-INDICE-CCU FROM 1 BY 1
               UNTIL WS-INDICE-CCU > WS-QTDE-CCU
           MOVE 01 TO CTBL-EMPREGADOR
           MOVE 31101 TO CTBL-CONTA
           MOVE "FOLHA" TO CTBL-CUSTO
           IF WS-FOLHA-BRUTA > WS-BRUTO-DETALHADO
               COMPUTE WS-DIFERENCA-BRUTO =
                   WS-FOLHA-BRUTA - WS-BRUTO-DETALHADO
               MOVE "D" TO CTBL-NATUREZA
               MOVE WS-DIFERENCA-BRUTO TO CTBL-VALOR
               PERFORM GRAVAR-LANCTO
           END-IF
           IF WS-FOLHA-BRUTA < WS-BRUTO-DETALHADO
               COMPUTE WS-DIFERENCA-BRUTO =
                   WS-BRUTO-DETALHADO - WS-FOLHA-BRUTA
               MOVE "C" TO CTBL-NATUREZA
               MOVE WS-DIFERENCA-BRUTO TO CTBL-VALOR
               PERFORM GRAVAR-LANCTO
           END-IF
           PERFORM GRAVAR-CREDITOS-EMPREGADOR
               VARYING WS-INDICE-EMP FROM 1 BY 1
               UNTIL WS-INDICE-EMP > 99
           MOVE 01 TO CTBL-EMPREGADOR.

      * O empregador 01 sai sempre - e nele que fica o ajuste do
      * liquido e das deducoes contra o FECHTOT; os demais so quando
      * tiveram folha na competencia. Ajuste que deixa o saldo
      * negativo vira lancamento a debito.
       GRAVAR-CREDITOS-EMPREGADOR.
           MOVE TAB-EMP-LIQUIDO(WS-INDICE-EMP) TO WS-LIQUIDO-EMPREGADOR
           COMPUTE WS-DEDUCOES-EMPREGADOR =
               TAB-EMP-BRUTO(WS-INDICE-EMP)
               - TAB-EMP-LIQUIDO(WS-INDICE-EMP)
           IF WS-INDICE-EMP = 1
               COMPUTE WS-LIQUIDO-EMPREGADOR = WS-LIQUIDO-EMPREGADOR
                   + WS-FOLHA-LIQUIDA - WS-LIQUIDO-DETALHADO
               COMPUTE WS-DEDUCOES-EMPREGADOR = WS-DEDUCOES-EMPREGADOR
                   + WS-FOLHA-DEDUCOES
                   - (WS-BRUTO-DETALHADO - WS-LIQUIDO-DETALHADO)
           END-IF
           IF WS-INDICE-EMP = 1 OR TAB-EMP-BRUTO(WS-INDICE-EMP) > ZERO
               MOVE WS-INDICE-EMP TO CTBL-EMPREGADOR
               MOVE "FOLHA" TO CTBL-CUSTO
               MOVE 21101 TO CTBL-CONTA
               IF WS-LIQUIDO-EMPREGADOR < ZERO
                   MOVE "D" TO CTBL-NATUREZA
               ELSE
                   MOVE "C" TO CTBL-NATUREZA
               END-IF
               MOVE WS-LIQUIDO-EMPREGADOR TO CTBL-VALOR
               PERFORM GRAVAR-LANCTO
               MOVE 21102 TO CTBL-CONTA
               IF WS-DEDUCOES-EMPREGADOR < ZERO
                   MOVE "D" TO CTBL-NATUREZA
               ELSE
                   MOVE "C" TO CTBL-NATUREZA
               END-IF
               MOVE WS-DEDUCOES-EMPREGADOR TO CTBL-VALOR
               PERFORM GRAVAR-LANCTO
           END-IF.

       GRAVAR-DEBITO-CCUSTO.
           MOVE TAB-CCU-EMPREGADOR(WS-INDICE-CCU) TO CTBL-EMPREGADOR
           MOVE 31101 TO CTBL-CONTA
           MOVE "D" TO CTBL-NATUREZA
           MOVE TAB-CCU-CODIGO(WS-INDICE-CCU) TO CTBL-CUSTO
           MOVE TAB-CCU-BRUTO(WS-INDICE-CCU) TO CTBL-VALOR
           PERFORM GRAVAR-LANCTO.

      * A valorizacao do estoque entra como saldo do mes: estoques a
           MOVE WS-VALOR-ESTOQUE TO CTBL-VALOR
           PERFORM GRAVAR-LANCTO.

      * Segunda passada no CONSTOT: cada centro do ultimo bloco vira
      * a despesa de material a debito no departamento e o credito na
      * conta de ajuste de inventario - a baixa fisica ja esta no
      * saldo do estoque valorizado acima.
       GRAVAR-LANCTOS-CONSUMO.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT CONSUMO-FILE
           IF WS-STATUS-CSM = "00"
               PERFORM LER-PROXIMO-CONSUMO
               PERFORM LANCAR-CONSUMO-CCUSTO UNTIL FIM-ARQUIVO
               CLOSE CONSUMO-FILE
           END-IF.

       LANCAR-CONSUMO-CCUSTO.
           IF CSM-COMPETENCIA = WS-MES-FECHADO
                   AND CSM-APURACAO = WS-ULTIMA-APURACAO
                   AND CSM-VALOR > ZERO
               MOVE 31301 TO CTBL-CONTA
               MOVE "D" TO CTBL-NATUREZA
               MOVE CSM-CCUSTO TO CTBL-CUSTO
               MOVE CSM-VALOR TO CTBL-VALOR
               PERFORM GRAVAR-LANCTO
               MOVE 39901 TO CTBL-CONTA
               MOVE "C" TO CTBL-NATUREZA
               MOVE "ESTOQUE" TO CTBL-CUSTO
               MOVE CSM-VALOR TO CTBL-VALOR
               PERFORM GRAVAR-LANCTO
           END-IF
           PERFORM LER-PROXIMO-CONSUMO.

      * Constituicao: despesa a debito contra o passivo; reversao
      * (constituicao negativa) no sentido contrario. O que foi pago
      * no mes ja saiu como despesa de salarios na folha - a baixa
      * transfere esse valor para o passivo, debito no passivo contra
      * credito na despesa da provisao.
       GRAVAR-LANCTOS-PROVISAO.
           MOVE "PROVISAO" TO CTBL-CUSTO
           IF WS-VALOR-CONSTITUIDO > ZERO
               MOVE WS-CONTA-DESPESA TO CTBL-CONTA
               MOVE "D" TO CTBL-NATUREZA
               MOVE WS-VALOR-CONSTITUIDO TO CTBL-VALOR
               PERFORM GRAVAR-LANCTO
               MOVE WS-CONTA-PASSIVO TO CTBL-CONTA
               MOVE "C" TO CTBL-NATUREZA
               MOVE WS-VALOR-CONSTITUIDO TO CTBL-VALOR
               PERFORM GRAVAR-LANCTO
           END-IF
           IF WS-VALOR-CONSTITUIDO < ZERO
               MOVE WS-CONTA-PASSIVO TO CTBL-CONTA
               MOVE "D" TO CTBL-NATUREZA
               MOVE WS-VALOR-CONSTITUIDO TO CTBL-VALOR
               PERFORM GRAVAR-LANCTO
               MOVE WS-CONTA-DESPESA TO CTBL-CONTA
               MOVE "C" TO CTBL-NATUREZA
               MOVE WS-VALOR-CONSTITUIDO TO CTBL-VALOR
               PERFORM GRAVAR-LANCTO
           END-IF
           IF WS-VALOR-BAIXADO > ZERO
               MOVE WS-CONTA-PASSIVO TO CTBL-CONTA
               MOVE "D" TO CTBL-NATUREZA
               MOVE WS-VALOR-BAIXADO TO CTBL-VALOR
               PERFORM GRAVAR-LANCTO
               MOVE WS-CONTA-DESPESA TO CTBL-CONTA
               MOVE "C" TO CTBL-NATUREZA
               MOVE WS-VALOR-BAIXADO TO CTBL-VALOR
               PERFORM GRAVAR-LANCTO
           END-IF.

       GRAVAR-LANCTO.
           MOVE WS-MES-FECHADO TO CTBL-COMPETENCIA
           MOVE REGISTRO-CTB-LANCTO TO LINHA-CONTABIL
