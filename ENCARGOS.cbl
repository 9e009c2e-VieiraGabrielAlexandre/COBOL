      *          dentro do fechamento mensal (FECHMES), ao lado da
      *          valorizacao de estoque e do corte da auditoria; o
      *          controle ENCACTL garante uma guia por competencia. E
      *          o fim da calculadora de mesa no fechamento. Na mesma
      *          rodada sai o arquivo de recolhimento do FGTS por
      *          trabalhador (FGTS.TXT: header, um detalhe por
      *          REGISTRO-ATIVO com CPF, base e deposito, e trailer)
      *          e a conferencia dele contra a linha FGTS da guia
      *          (spool FGTSCONF) - deixa de ser digitado no programa
      *          do governo. A guia traz ainda, fora do total a
      *          recolher, o custo da empresa com os planos de saude e
      *          odonto (parte da empresa das vidas vigentes no
      *          BENEFIC, valores do PLANOS) por plano. Com mais de
      *          um empregador no cadastro (EMPREGADOR-ALUNO,
      *          EMPREGAD) a guia traz tambem uma guia por empregador,
      *          com CNPJ e razao social, e cada um tem o seu arquivo
      *          do FGTS - FGTS.TXT para o 01, FGTS.EE.TXT para os
      *          demais - conferido contra a propria guia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CONTROLE-ENC-FILE ASSIGN TO "ENCACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.
           SELECT PLANO-FILE ASSIGN TO "PLANOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-CODIGO
               FILE STATUS IS WS-STATUS-PLA.
           SELECT BENEFICIO-FILE ASSIGN TO "BENEFIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WS-STATUS-BEN.
           SELECT FGTS-FILE ASSIGN TO WS-NOME-FGTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FGT.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
       FD  CONTROLE-ENC-FILE.
       01  REGISTRO-CONTROLE-ENC.
           03 CTL-ENC-MES          PIC 9(06).
       FD  PLANO-FILE.
           COPY "REGPLA.cpy".
       FD  BENEFICIO-FILE.
           COPY "REGBEN.cpy".
       FD  FGTS-FILE.
       01  LINHA-FGTS              PIC X(100).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CTL       PIC X(02) VALUE SPACES.
       77  WS-VALOR-ENCARGO    PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-ENCARGOS   PIC 9(13)V99 VALUE ZEROS.
       77  WS-INDICE-ENC       PIC 9(01) VALUE ZERO.
       77  WS-ALIQUOTA-TOTAL   PIC 9(03)V99 VALUE ZEROS.
       77  WS-QTDE-CCU         PIC 9(03) VALUE ZERO.
       77  WS-MAX-CCU          PIC 9(03) VALUE 200.
       77  WS-INDICE-CCU       PIC 9(03) VALUE ZERO.
       77  WS-ACHOU-CCU        PIC X(01) VALUE "N".
           88 ACHOU-CCU            VALUE "S".
       77  WS-CCUSTO-CADASTRO  PIC X(06) VALUE SPACES.
      * Base da folha por centro de custo - o custo patronal de cada
      * departamento e a base dele vezes a soma das aliquotas.
       01  TABELA-CENTROS-CUSTO.
           03 TAB-CCU-ITEM OCCURS 200 TIMES.
               05 TAB-CCU-CODIGO   PIC X(06).
               05 TAB-CCU-ATIVOS   PIC 9(05).
               05 TAB-CCU-BASE     PIC 9(13)V99.
       77  WS-STATUS-FGT       PIC X(02) VALUE SPACES.
       77  WS-STATUS-PLA       PIC X(02) VALUE SPACES.
       77  WS-STATUS-BEN       PIC X(02) VALUE SPACES.
       77  WS-FIM-BENEFICIOS   PIC X(01) VALUE "N".
           88 FIM-BENEFICIOS       VALUE "S".
       77  WS-QTDE-PLA         PIC 9(02) VALUE ZERO.
       77  WS-MAX-PLA          PIC 9(02) VALUE 50.
       77  WS-INDICE-PLA       PIC 9(02) VALUE ZERO.
       77  WS-ACHOU-PLA        PIC X(01) VALUE "N".
           88 ACHOU-PLA            VALUE "S".
       77  WS-CUSTO-VIDA       PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOTAL-VIDAS      PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-PLANOS     PIC 9(13)V99 VALUE ZEROS.
      * Vidas vigentes e parte da empresa por plano na competencia -
      * nao entra na guia, e custo do beneficio para a contabilidade.
       01  TABELA-PLANOS.
           03 TAB-PLA-ITEM OCCURS 50 TIMES.
               05 TAB-PLA-CODIGO   PIC X(04).
               05 TAB-PLA-DESCRICAO PIC X(30).
               05 TAB-PLA-VIDAS    PIC 9(05).
               05 TAB-PLA-CUSTO    PIC 9(13)V99.
       77  WS-INDICE-FGTS      PIC 9(01) VALUE ZERO.
       77  WS-FGTS-GUIA        PIC 9(13)V99 VALUE ZEROS.
       77  WS-DEPOSITO-FGTS    PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTDE-FGTS        PIC 9(06) VALUE ZERO.
       77  WS-BASE-ARQ-FGTS    PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-ARQ-FGTS   PIC 9(13)V99 VALUE ZEROS.
       77  WS-DIFERENCA-FGTS   PIC S9(13)V99 VALUE ZEROS.
       77  WS-SEM-CPF-FGTS     PIC 9(05) VALUE ZERO.
      * Ativos e base da folha por empregador, indexados pelo proprio
      * codigo do empregador - cadastro anterior ao campo e do 01.
       77  WS-INDICE-EMP       PIC 9(03) VALUE ZERO.
       77  WS-EMPREGADOR-CADASTRO PIC 9(02) VALUE 01.
       77  WS-EMPREGADOR-FGTS  PIC 9(02) VALUE 01.
       77  WS-ATIVOS-EMPREGADOR PIC 9(05) VALUE ZERO.
       77  WS-BASE-EMPREGADOR  PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-EMPREGADOR PIC 9(13)V99 VALUE ZEROS.
       77  WS-RESULTADO-EMPR   PIC X(01) VALUE "N".
       77  WS-NOME-FGTS        PIC X(16) VALUE "FGTS.TXT".
       01  TABELA-EMPREGADORES.
           03 TAB-EMP-ITEM OCCURS 99 TIMES.
               05 TAB-EMP-ATIVOS   PIC 9(05).
               05 TAB-EMP-BASE     PIC 9(13)V99.
      * Arquivo de recolhimento do FGTS - header (tipo 0) com os
      * totais da guia, um detalhe (tipo 1) por trabalhador e trailer
      * (tipo 9) com os totais efetivamente gravados. Cada deposito e
      * arredondado por trabalhador; a guia arredonda uma vez sobre a
      * base inteira - a conferencia mostra a diferenca de centavos.
       01  FGTS-HEADER.
           03 FH-TIPO              PIC X(01) VALUE "0".
           03 FH-COMPETENCIA       PIC 9(06).
           03 FH-CNPJ-EMPRESA      PIC 9(14).
           03 FH-NOME-EMPRESA      PIC X(30).
           03 FH-QTDE-TRABALHADORES PIC 9(06).
           03 FH-BASE-TOTAL        PIC 9(13)V99.
           03 FH-FGTS-GUIA         PIC 9(13)V99.
           03 FH-DATA-GERACAO      PIC 9(08).
           03 FILLER               PIC X(05) VALUE SPACES.
       01  FGTS-DETALHE.
           03 FD-TIPO              PIC X(01) VALUE "1".
           03 FD-MATRICULA         PIC 9(06).
           03 FD-CPF               PIC 9(11).
           03 FD-NOME              PIC X(40).
           03 FD-BASE              PIC 9(13)V99.
           03 FD-DEPOSITO          PIC 9(13)V99.
           03 FILLER               PIC X(12) VALUE SPACES.
       01  FGTS-TRAILER.
           03 FT-TIPO              PIC X(01) VALUE "9".
           03 FT-QTDE-TRABALHADORES PIC 9(06).
           03 FT-BASE-TOTAL        PIC 9(13)V99.
           03 FT-DEPOSITO-TOTAL    PIC 9(13)V99.
           03 FT-FGTS-GUIA         PIC 9(13)V99.
           03 FILLER               PIC X(48) VALUE SPACES.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "ENCARGOS".
       01  LINHA-GUIA          PIC X(100) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZZ9,99.
       01  WS-DIFERENCA-EDIT   PIC -ZZZZZZZZZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZZ9.99.
       01  WS-DIFERENCA-EDIT   PIC -ZZZZZZZZZZ9.99.
      >>END-IF
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-FECHADO-ANO   PIC 9(04).
           03 WS-FECHADO-MM    PIC 9(02).
           COPY "TABENC.cpy".
           COPY "REGEMP.cpy".
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== ENCARGOS PATRONAIS DO MES =====".
           END-IF
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro ainda nao possui registros"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PLANO-FILE
           OPEN INPUT BENEFICIO-FILE
           INITIALIZE TABELA-EMPREGADORES
           PERFORM LER-PROXIMO-REGISTRO
           PERFORM ACUMULAR-BASE UNTIL FIM-ARQUIVO
           IF WS-STATUS-PLA = "00"
               CLOSE PLANO-FILE
           END-IF
           IF WS-STATUS-BEN = "00"
               CLOSE BENEFICIO-FILE
           END-IF
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-GUIA
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-GUIA
           PERFORM GERAR-ARQUIVO-FGTS
           PERFORM GRAVAR-CONTROLE-GUIA
           MOVE WS-TOTAL-ENCARGOS TO WS-VALOR-EDIT
           DISPLAY "Total de encargos de " WS-MES-FECHADO ": "
           IF REGISTRO-ATIVO
               ADD 1 TO WS-TOTAL-ATIVOS
               ADD SALARIO-ALUNO TO WS-BASE-FOLHA
               PERFORM APURAR-EMPREGADOR-CADASTRO
               ADD 1 TO TAB-EMP-ATIVOS(WS-EMPREGADOR-CADASTRO)
               ADD SALARIO-ALUNO
                   TO TAB-EMP-BASE(WS-EMPREGADOR-CADASTRO)
               PERFORM SOMAR-CCUSTO-TABELA
               IF WS-STATUS-BEN = "00" AND WS-STATUS-PLA = "00"
                   PERFORM SOMAR-PLANOS-MATRICULA
               END-IF
           END-IF
           PERFORM LER-PROXIMO-REGISTRO.

       APURAR-EMPREGADOR-CADASTRO.
           MOVE EMPREGADOR-ALUNO TO WS-EMPREGADOR-CADASTRO
           IF WS-EMPREGADOR-CADASTRO IS NOT NUMERIC
                   OR WS-EMPREGADOR-CADASTRO = ZEROS
               MOVE 01 TO WS-EMPREGADOR-CADASTRO
           END-IF.

      * Cadastro ainda sem centro de custo cai no generico "FOLHA",
      * como na exportacao contabil.
       SOMAR-CCUSTO-TABELA.
           IF CCUSTO-ALUNO = SPACES
               MOVE "FOLHA" TO WS-CCUSTO-CADASTRO
           ELSE
               MOVE CCUSTO-ALUNO TO WS-CCUSTO-CADASTRO
           END-IF
           MOVE "N" TO WS-ACHOU-CCU
           PERFORM COMPARAR-CCUSTO-TABELA
               VARYING WS-INDICE-CCU FROM 1 BY 1
               UNTIL WS-INDICE-CCU > WS-QTDE-CCU OR ACHOU-CCU
           IF NOT ACHOU-CCU AND WS-QTDE-CCU < WS-MAX-CCU
               ADD 1 TO WS-QTDE-CCU
               MOVE WS-QTDE-CCU TO WS-INDICE-CCU
               MOVE WS-CCUSTO-CADASTRO
                   TO TAB-CCU-CODIGO(WS-INDICE-CCU)
               MOVE ZEROS TO TAB-CCU-ATIVOS(WS-INDICE-CCU)
               MOVE ZEROS TO TAB-CCU-BASE(WS-INDICE-CCU)
               SET ACHOU-CCU TO TRUE
           END-IF
           IF ACHOU-CCU
               ADD 1 TO TAB-CCU-ATIVOS(WS-INDICE-CCU)
               ADD SALARIO-ALUNO TO TAB-CCU-BASE(WS-INDICE-CCU)
           END-IF.

       COMPARAR-CCUSTO-TABELA.
           IF TAB-CCU-CODIGO(WS-INDICE-CCU) = WS-CCUSTO-CADASTRO
               SET ACHOU-CCU TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-CCU
           END-IF.

      * Vidas da matricula vigentes na competencia fechada - mesmo
      * criterio do desconto do empregado em CONTRACH.
       SOMAR-PLANOS-MATRICULA.
           MOVE "N" TO WS-FIM-BENEFICIOS
           MOVE MATRICULA TO BEN-MATRICULA
           MOVE LOW-VALUES TO BEN-PLANO
           MOVE ZEROS TO BEN-DEP-SEQUENCIA
           START BENEFICIO-FILE KEY NOT < BEN-CHAVE
               INVALID KEY SET FIM-BENEFICIOS TO TRUE
           END-START
           IF NOT FIM-BENEFICIOS
               PERFORM LER-PROXIMO-BENEFICIO
           END-IF
           PERFORM SOMAR-UM-BENEFICIO UNTIL FIM-BENEFICIOS.

       LER-PROXIMO-BENEFICIO.
           READ BENEFICIO-FILE NEXT RECORD
               AT END SET FIM-BENEFICIOS TO TRUE
           END-READ.

       SOMAR-UM-BENEFICIO.
           IF BEN-MATRICULA NOT = MATRICULA
               SET FIM-BENEFICIOS TO TRUE
           ELSE
               IF BEN-COMPETENCIA-INICIO NOT > WS-MES-FECHADO
                       AND (BEN-COMPETENCIA-FIM = ZEROS
                           OR BEN-COMPETENCIA-FIM
                               NOT < WS-MES-FECHADO)
                   PERFORM SOMAR-VIDA-PLANO
               END-IF
               PERFORM LER-PROXIMO-BENEFICIO
           END-IF.

       SOMAR-VIDA-PLANO.
           MOVE BEN-PLANO TO PLA-CODIGO
           READ PLANO-FILE
               INVALID KEY
                   MOVE ZEROS TO PLA-EMPRESA-TITULAR
                       PLA-EMPRESA-DEPENDENTE
                   MOVE "PLANO NAO CADASTRADO" TO PLA-DESCRICAO
           END-READ
           IF BEN-TITULAR
               MOVE PLA-EMPRESA-TITULAR TO WS-CUSTO-VIDA
           ELSE
               MOVE PLA-EMPRESA-DEPENDENTE TO WS-CUSTO-VIDA
           END-IF
           MOVE "N" TO WS-ACHOU-PLA
           PERFORM COMPARAR-PLANO-TABELA
               VARYING WS-INDICE-PLA FROM 1 BY 1
               UNTIL WS-INDICE-PLA > WS-QTDE-PLA OR ACHOU-PLA
           IF NOT ACHOU-PLA AND WS-QTDE-PLA < WS-MAX-PLA
               ADD 1 TO WS-QTDE-PLA
               MOVE WS-QTDE-PLA TO WS-INDICE-PLA
               MOVE BEN-PLANO TO TAB-PLA-CODIGO(WS-INDICE-PLA)
               MOVE PLA-DESCRICAO TO TAB-PLA-DESCRICAO(WS-INDICE-PLA)
               MOVE ZEROS TO TAB-PLA-VIDAS(WS-INDICE-PLA)
               MOVE ZEROS TO TAB-PLA-CUSTO(WS-INDICE-PLA)
               SET ACHOU-PLA TO TRUE
           END-IF
           IF ACHOU-PLA
               ADD 1 TO TAB-PLA-VIDAS(WS-INDICE-PLA)
               ADD WS-CUSTO-VIDA TO TAB-PLA-CUSTO(WS-INDICE-PLA)
           END-IF.

       COMPARAR-PLANO-TABELA.
           IF TAB-PLA-CODIGO(WS-INDICE-PLA) = BEN-PLANO
               SET ACHOU-PLA TO TRUE
               SUBTRACT 1 FROM WS-INDICE-PLA
           END-IF.

      * Custo patronal dos planos - fica fora do total a recolher,
      * porque vai para a operadora e nao para a guia.
       IMPRIMIR-CUSTO-PLANOS.
           MOVE ALL "-" TO LINHA-GUIA
           PERFORM GRAVAR-LINHA-GUIA
           MOVE "PLANOS DE SAUDE/ODONTO - CUSTO DA EMPRESA (FORA DA "
               TO LINHA-GUIA
           MOVE "GUIA)" TO LINHA-GUIA (52:5)
           PERFORM GRAVAR-LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           MOVE "PLANO" TO LINHA-GUIA (1:5)
           MOVE "DESCRICAO" TO LINHA-GUIA (7:9)
           MOVE "VIDAS" TO LINHA-GUIA (38:5)
           MOVE "CUSTO EMPRESA" TO LINHA-GUIA (48:13)
           PERFORM GRAVAR-LINHA-GUIA
           MOVE ZERO TO WS-TOTAL-VIDAS
           MOVE ZEROS TO WS-TOTAL-PLANOS
           PERFORM IMPRIMIR-LINHA-PLANO
               VARYING WS-INDICE-PLA FROM 1 BY 1
               UNTIL WS-INDICE-PLA > WS-QTDE-PLA
           MOVE WS-TOTAL-PLANOS TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-GUIA
           STRING "TOTAL DOS PLANOS.: " WS-TOTAL-VIDAS " VIDAS  "
               WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-GUIA
           PERFORM GRAVAR-LINHA-GUIA.

       IMPRIMIR-LINHA-PLANO.
           MOVE SPACES TO LINHA-GUIA
           MOVE TAB-PLA-CODIGO(WS-INDICE-PLA) TO LINHA-GUIA (1:4)
           MOVE TAB-PLA-DESCRICAO(WS-INDICE-PLA) TO LINHA-GUIA (7:30)
           MOVE TAB-PLA-VIDAS(WS-INDICE-PLA) TO LINHA-GUIA (38:5)
           MOVE TAB-PLA-CUSTO(WS-INDICE-PLA) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-GUIA (46:15)
           ADD TAB-PLA-VIDAS(WS-INDICE-PLA) TO WS-TOTAL-VIDAS
           ADD TAB-PLA-CUSTO(WS-INDICE-PLA) TO WS-TOTAL-PLANOS
           PERFORM GRAVAR-LINHA-GUIA.

       GRAVAR-LINHA-GUIA.
           DISPLAY LINHA-GUIA
           MOVE "L" TO WS-ACAO-SPOOL
           MOVE SPACES TO LINHA-GUIA
           STRING "TOTAL A RECOLHER.: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-GUIA
           PERFORM GRAVAR-LINHA-GUIA
           PERFORM IMPRIMIR-GUIA-EMPREGADOR
               VARYING WS-INDICE-EMP FROM 1 BY 1
               UNTIL WS-INDICE-EMP > 99
           PERFORM IMPRIMIR-CENTROS-CUSTO
           IF WS-QTDE-PLA > ZERO
               PERFORM IMPRIMIR-CUSTO-PLANOS
           END-IF.

      * Cada empregador recolhe com o proprio CNPJ - a guia acima e a
      * soma do grupo, e aqui sai a de cada um que teve ativos.
       IMPRIMIR-GUIA-EMPREGADOR.
           IF TAB-EMP-ATIVOS(WS-INDICE-EMP) > ZERO
               MOVE WS-INDICE-EMP TO WS-EMPREGADOR-FGTS
               CALL "LEREMPR" USING WS-EMPREGADOR-FGTS,
                   REGISTRO-EMPREGADOR, WS-RESULTADO-EMPR
               IF WS-RESULTADO-EMPR NOT = "S"
                   MOVE ZEROS TO EMP-CNPJ
                   MOVE "EMPREGADOR NAO CADASTRADO"
                       TO EMP-RAZAO-SOCIAL
               END-IF
               MOVE TAB-EMP-BASE(WS-INDICE-EMP) TO WS-BASE-EMPREGADOR
               MOVE ZEROS TO WS-TOTAL-EMPREGADOR
               MOVE ALL "-" TO LINHA-GUIA
               PERFORM GRAVAR-LINHA-GUIA
               MOVE SPACES TO LINHA-GUIA
               STRING "EMPREGADOR " WS-EMPREGADOR-FGTS " - "
                   EMP-RAZAO-SOCIAL " CNPJ " EMP-CNPJ
                   DELIMITED BY SIZE INTO LINHA-GUIA
               PERFORM GRAVAR-LINHA-GUIA
               MOVE SPACES TO LINHA-GUIA
               STRING "ATIVOS NA FOLHA..: "
                   TAB-EMP-ATIVOS(WS-INDICE-EMP)
                   DELIMITED BY SIZE INTO LINHA-GUIA
               PERFORM GRAVAR-LINHA-GUIA
               MOVE WS-BASE-EMPREGADOR TO WS-VALOR-EDIT
               MOVE SPACES TO LINHA-GUIA
               STRING "BASE (FOLHA BRUTA): " WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO LINHA-GUIA
               PERFORM GRAVAR-LINHA-GUIA
               PERFORM IMPRIMIR-ENCARGO-EMPREGADOR
                   VARYING WS-INDICE-ENC FROM 1 BY 1
                   UNTIL WS-INDICE-ENC > 4
               MOVE WS-TOTAL-EMPREGADOR TO WS-VALOR-EDIT
               MOVE SPACES TO LINHA-GUIA
               STRING "TOTAL A RECOLHER.: " WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO LINHA-GUIA
               PERFORM GRAVAR-LINHA-GUIA
           END-IF.

       IMPRIMIR-ENCARGO-EMPREGADOR.
           COMPUTE WS-VALOR-ENCARGO ROUNDED =
               WS-BASE-EMPREGADOR * ENC-ALIQUOTA(WS-INDICE-ENC) / 100
           ADD WS-VALOR-ENCARGO TO WS-TOTAL-EMPREGADOR
           MOVE WS-VALOR-ENCARGO TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-GUIA
           STRING ENC-DESCRICAO(WS-INDICE-ENC) " ("
               ENC-ALIQUOTA(WS-INDICE-ENC) "%): " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-GUIA
           PERFORM GRAVAR-LINHA-GUIA.

      * Rateio do custo patronal por departamento - a guia continua
      * uma so; a quebra e para a contabilidade apropriar.
       IMPRIMIR-CENTROS-CUSTO.
           MOVE ZEROS TO WS-ALIQUOTA-TOTAL
           PERFORM SOMAR-ALIQUOTA
               VARYING WS-INDICE-ENC FROM 1 BY 1
               UNTIL WS-INDICE-ENC > 4
           MOVE ALL "-" TO LINHA-GUIA
           PERFORM GRAVAR-LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           STRING "ENCARGOS POR CENTRO DE CUSTO (" WS-ALIQUOTA-TOTAL
               "% SOBRE A BASE)" DELIMITED BY SIZE INTO LINHA-GUIA
           PERFORM GRAVAR-LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           MOVE "CENTRO" TO LINHA-GUIA (1:6)
           MOVE "ATIVOS" TO LINHA-GUIA (9:6)
           MOVE "BASE" TO LINHA-GUIA (28:4)
           MOVE "ENCARGOS" TO LINHA-GUIA (45:8)
           PERFORM GRAVAR-LINHA-GUIA
           PERFORM IMPRIMIR-LINHA-CCUSTO
               VARYING WS-INDICE-CCU FROM 1 BY 1
               UNTIL WS-INDICE-CCU > WS-QTDE-CCU.

       SOMAR-ALIQUOTA.
           ADD ENC-ALIQUOTA(WS-INDICE-ENC) TO WS-ALIQUOTA-TOTAL.

       IMPRIMIR-LINHA-CCUSTO.
           MOVE SPACES TO LINHA-GUIA
           MOVE TAB-CCU-CODIGO(WS-INDICE-CCU) TO LINHA-GUIA (1:6)
           MOVE TAB-CCU-ATIVOS(WS-INDICE-CCU) TO LINHA-GUIA (10:5)
           MOVE TAB-CCU-BASE(WS-INDICE-CCU) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-GUIA (17:15)
           COMPUTE WS-VALOR-ENCARGO ROUNDED =
               TAB-CCU-BASE(WS-INDICE-CCU) * WS-ALIQUOTA-TOTAL / 100
           MOVE WS-VALOR-ENCARGO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-GUIA (38:15)
           PERFORM GRAVAR-LINHA-GUIA.

       IMPRIMIR-ENCARGO.
               DELIMITED BY SIZE INTO LINHA-GUIA
           PERFORM GRAVAR-LINHA-GUIA.

      * Uma passada no cadastro por empregador, gravando um detalhe
      * por ativo dele - a mesma base e a mesma aliquota da linha
      * FGTS da guia do empregador (a entrada "FGTS" do TABENC.cpy),
      * para os totais baterem. O 01 sempre tem o seu FGTS.TXT, mesmo
      * sem ativos; os demais so quando tiveram ativos.
       GERAR-ARQUIVO-FGTS.
           MOVE ZERO TO WS-INDICE-FGTS
           PERFORM LOCALIZAR-ENCARGO-FGTS
               VARYING WS-INDICE-ENC FROM 1 BY 1
               UNTIL WS-INDICE-ENC > 4
           IF WS-INDICE-FGTS = ZERO
               DISPLAY "Aliquota do FGTS nao encontrada no TABENC - "
                   "arquivo do FGTS nao gerado"
               MOVE 8 TO RETURN-CODE
               CLOSE CADASTRO-FILE
               STOP RUN
           END-IF
           MOVE "FGTSCONF" TO WS-NOME-RELATORIO
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-GUIA
           PERFORM GERAR-FGTS-EMPREGADOR
               VARYING WS-INDICE-EMP FROM 1 BY 1
               UNTIL WS-INDICE-EMP > 99
           CLOSE CADASTRO-FILE
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-GUIA.

       GERAR-FGTS-EMPREGADOR.
           IF WS-INDICE-EMP = 1 OR TAB-EMP-ATIVOS(WS-INDICE-EMP) > ZERO
               MOVE WS-INDICE-EMP TO WS-EMPREGADOR-FGTS
               PERFORM MONTAR-NOME-FGTS
               MOVE TAB-EMP-ATIVOS(WS-INDICE-EMP)
                   TO WS-ATIVOS-EMPREGADOR
               MOVE TAB-EMP-BASE(WS-INDICE-EMP) TO WS-BASE-EMPREGADOR
               MOVE ZERO TO WS-QTDE-FGTS
               MOVE ZERO TO WS-SEM-CPF-FGTS
               MOVE ZEROS TO WS-BASE-ARQ-FGTS
               MOVE ZEROS TO WS-TOTAL-ARQ-FGTS
               COMPUTE WS-FGTS-GUIA ROUNDED = WS-BASE-EMPREGADOR
                   * ENC-ALIQUOTA(WS-INDICE-FGTS) / 100
               CALL "LEREMPR" USING WS-EMPREGADOR-FGTS,
                   REGISTRO-EMPREGADOR, WS-RESULTADO-EMPR
               IF WS-RESULTADO-EMPR NOT = "S"
                   MOVE ZEROS TO EMP-CNPJ
                   MOVE "EMPREGADOR NAO CADASTRADO"
                       TO EMP-RAZAO-SOCIAL
               END-IF
               OPEN OUTPUT FGTS-FILE
               IF WS-STATUS-FGT NOT = "00"
                   MOVE WS-NOME-FGTS TO ERR-ARQUIVO
                   MOVE "OPEN" TO ERR-OPERACAO
                   MOVE WS-STATUS-FGT TO ERR-STATUS
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY WS-NOME-FGTS " nao pode ser criado - "
                       "status " WS-STATUS-FGT
                   MOVE 8 TO RETURN-CODE
                   CLOSE CADASTRO-FILE
                   STOP RUN
               END-IF
               MOVE WS-MES-FECHADO TO FH-COMPETENCIA
               MOVE EMP-CNPJ TO FH-CNPJ-EMPRESA
               MOVE EMP-RAZAO-SOCIAL TO FH-NOME-EMPRESA
               MOVE WS-ATIVOS-EMPREGADOR TO FH-QTDE-TRABALHADORES
               MOVE WS-BASE-EMPREGADOR TO FH-BASE-TOTAL
               MOVE WS-FGTS-GUIA TO FH-FGTS-GUIA
               ACCEPT FH-DATA-GERACAO FROM DATE YYYYMMDD
               WRITE LINHA-FGTS FROM FGTS-HEADER
               MOVE SPACES TO LINHA-GUIA
               STRING "CONFERENCIA DO ARQUIVO DO FGTS - COMPETENCIA "
                   WS-MES-FECHADO DELIMITED BY SIZE INTO LINHA-GUIA
               PERFORM GRAVAR-LINHA-GUIA
               MOVE SPACES TO LINHA-GUIA
               STRING "EMPREGADOR " WS-EMPREGADOR-FGTS " - "
                   EMP-RAZAO-SOCIAL " CNPJ " EMP-CNPJ
                   DELIMITED BY SIZE INTO LINHA-GUIA
               PERFORM GRAVAR-LINHA-GUIA
               MOVE ALL "=" TO LINHA-GUIA
               PERFORM GRAVAR-LINHA-GUIA
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE ZEROS TO MATRICULA
               START CADASTRO-FILE KEY NOT < MATRICULA
                   INVALID KEY SET FIM-ARQUIVO TO TRUE
               END-START
               IF NOT FIM-ARQUIVO
                   PERFORM LER-PROXIMO-REGISTRO
               END-IF
               PERFORM GRAVAR-DETALHE-FGTS UNTIL FIM-ARQUIVO
               MOVE WS-QTDE-FGTS TO FT-QTDE-TRABALHADORES
               MOVE WS-BASE-ARQ-FGTS TO FT-BASE-TOTAL
               MOVE WS-TOTAL-ARQ-FGTS TO FT-DEPOSITO-TOTAL
               MOVE WS-FGTS-GUIA TO FT-FGTS-GUIA
               WRITE LINHA-FGTS FROM FGTS-TRAILER
               CLOSE FGTS-FILE
               PERFORM IMPRIMIR-CONFERENCIA-FGTS
               DISPLAY "Arquivo do FGTS em " WS-NOME-FGTS ": "
                   WS-QTDE-FGTS " trabalhador(es)"
           END-IF.

      * O 01 fica com o nome de sempre; os demais levam o codigo,
      * como a remessa.
       MONTAR-NOME-FGTS.
           IF WS-EMPREGADOR-FGTS = 01
               MOVE "FGTS.TXT" TO WS-NOME-FGTS
           ELSE
               MOVE SPACES TO WS-NOME-FGTS
               STRING "FGTS." WS-EMPREGADOR-FGTS ".TXT"
                   DELIMITED BY SIZE INTO WS-NOME-FGTS
           END-IF.

       LOCALIZAR-ENCARGO-FGTS.
           IF ENC-DESCRICAO(WS-INDICE-ENC) = "FGTS"
               MOVE WS-INDICE-ENC TO WS-INDICE-FGTS
           END-IF.

       GRAVAR-DETALHE-FGTS.
           PERFORM APURAR-EMPREGADOR-CADASTRO
           IF REGISTRO-ATIVO
                   AND WS-EMPREGADOR-CADASTRO = WS-EMPREGADOR-FGTS
               COMPUTE WS-DEPOSITO-FGTS ROUNDED =
                   SALARIO-ALUNO * ENC-ALIQUOTA(WS-INDICE-FGTS) / 100
               MOVE MATRICULA TO FD-MATRICULA
               MOVE CPF-ALUNO TO FD-CPF
               MOVE SPACES TO FD-NOME
               STRING PRIMEIRONOME DELIMITED BY "  "
                   " " SOBRENOME DELIMITED BY "  "
                   INTO FD-NOME
               MOVE SALARIO-ALUNO TO FD-BASE
               MOVE WS-DEPOSITO-FGTS TO FD-DEPOSITO
               WRITE LINHA-FGTS FROM FGTS-DETALHE
               ADD 1 TO WS-QTDE-FGTS
               ADD SALARIO-ALUNO TO WS-BASE-ARQ-FGTS
               ADD WS-DEPOSITO-FGTS TO WS-TOTAL-ARQ-FGTS
      * O programa do governo recusa trabalhador sem CPF - a linha
      * vai para o arquivo, mas sai na conferencia para o cadastro
      * completar antes do envio.
               IF CPF-ALUNO = ZEROS
                   ADD 1 TO WS-SEM-CPF-FGTS
                   MOVE SPACES TO LINHA-GUIA
                   STRING "SEM CPF - MATRICULA " MATRICULA " "
                       PRIMEIRONOME " " SOBRENOME
                       DELIMITED BY SIZE INTO LINHA-GUIA
                   PERFORM GRAVAR-LINHA-GUIA
               END-IF
           END-IF
           PERFORM LER-PROXIMO-REGISTRO.

       IMPRIMIR-CONFERENCIA-FGTS.
           MOVE ALL "-" TO LINHA-GUIA
           PERFORM GRAVAR-LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           STRING "TRABALHADORES....: GUIA " WS-ATIVOS-EMPREGADOR
               "  ARQUIVO " WS-QTDE-FGTS
               DELIMITED BY SIZE INTO LINHA-GUIA
           PERFORM GRAVAR-LINHA-GUIA
           MOVE WS-BASE-EMPREGADOR TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-GUIA
           STRING "BASE DA GUIA.....: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-GUIA
           PERFORM GRAVAR-LINHA-GUIA
           MOVE WS-BASE-ARQ-FGTS TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-GUIA
           STRING "BASE DO ARQUIVO..: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-GUIA
           PERFORM GRAVAR-LINHA-GUIA
           MOVE WS-FGTS-GUIA TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-GUIA
           STRING "FGTS DA GUIA.....: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-GUIA
           PERFORM GRAVAR-LINHA-GUIA
           MOVE WS-TOTAL-ARQ-FGTS TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-GUIA
           STRING "FGTS DO ARQUIVO..: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-GUIA
           PERFORM GRAVAR-LINHA-GUIA
           COMPUTE WS-DIFERENCA-FGTS =
               WS-TOTAL-ARQ-FGTS - WS-FGTS-GUIA
           MOVE WS-DIFERENCA-FGTS TO WS-DIFERENCA-EDIT
           MOVE SPACES TO LINHA-GUIA
           STRING "DIFERENCA........: " WS-DIFERENCA-EDIT
               DELIMITED BY SIZE INTO LINHA-GUIA
           PERFORM GRAVAR-LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           IF WS-DIFERENCA-FGTS = ZERO
                   AND WS-BASE-ARQ-FGTS = WS-BASE-EMPREGADOR
               MOVE "ARQUIVO CONFERE COM A GUIA" TO LINHA-GUIA
           ELSE
               MOVE "*** ARQUIVO DIFERE DA GUIA - CONFERIR ANTES DO "
                   TO LINHA-GUIA
               MOVE "ENVIO ***" TO LINHA-GUIA (48:9)
           END-IF
           PERFORM GRAVAR-LINHA-GUIA
           IF WS-SEM-CPF-FGTS > ZERO
               MOVE SPACES TO LINHA-GUIA
               STRING "TRABALHADORES SEM CPF: " WS-SEM-CPF-FGTS
                   DELIMITED BY SIZE INTO LINHA-GUIA
               PERFORM GRAVAR-LINHA-GUIA
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "ENCARGOS" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM ENCARGOS.
