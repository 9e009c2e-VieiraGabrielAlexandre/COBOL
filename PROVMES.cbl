      ******************************************************************
      * Author:
      * Date:
      * Purpose: Provisao mensal de ferias (com o terco constitucional)
      *          e de decimo terceiro, apurada no fechamento da
      *          competencia que terminou. Para cada REGISTRO-ATIVO o
      *          passivo e refeito do zero a partir de DATA-ADMISSAO e
      *          SALARIO-ALUNO: ferias = dias adquiridos (2,5 por mes
      *          de servico) menos os dias ja pagos pela agenda
      *          AGENDFER, decimo = avos do ano menos as parcelas que
      *          DECTERC ja pos na fila PAGEXTRA. As baixas do mes sao
      *          o que foi pago na competencia (ferias gozadas,
      *          parcelas do decimo e o acerto de RESCISAO), e a
      *          constituicao fecha a conta: saldo final - saldo
      *          inicial + baixas. O movimento fica no PROVTOT
      *          (REGPRV.cpy), que EXPCONTA lanca no CONTABIL.TXT, e o
      *          demonstrativo sai pelo spool de relatorios (SPOOLREP,
      *          SPL.PROVMES). Rotina mensal de FECHMES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVMES.
       ENVIRONMENT DIVISION.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
           SELECT AGENDA-FILE ASSIGN TO "AGENDFER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGF-CHAVE
               FILE STATUS IS WS-STATUS-AGF.
           SELECT PAGEXTRA-FILE ASSIGN TO "PAGEXTRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEX-NUMERO
               FILE STATUS IS WS-STATUS-PEX.
           SELECT RESCISAO-FILE ASSIGN TO "RESCISOES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSC-MATRICULA
               FILE STATUS IS WS-STATUS-RSC.
           SELECT PROVISAO-FILE ASSIGN TO "PROVTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRV.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  AGENDA-FILE.
           COPY "REGAGF.cpy".
       FD  PAGEXTRA-FILE.
           COPY "REGPEXT.cpy".
       FD  RESCISAO-FILE.
           COPY "REGRSC.cpy".
       FD  PROVISAO-FILE.
           COPY "REGPRV.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQ           PIC X(02) VALUE SPACES.
       77  WS-STATUS-AGF           PIC X(02) VALUE SPACES.
       77  WS-STATUS-PEX           PIC X(02) VALUE SPACES.
       77  WS-STATUS-RSC           PIC X(02) VALUE SPACES.
       77  WS-STATUS-PRV           PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
           88 FIM-ARQUIVO              VALUE "S".
       77  WS-FIM-AGENDA           PIC X(01) VALUE "N".
           88 FIM-AGENDA               VALUE "S".
       77  WS-AGENDA-ABERTA        PIC X(01) VALUE "N".
           88 AGENDA-ABERTA            VALUE "S".
       77  WS-ACAO-SPOOL           PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO       PIC X(08) VALUE "PROVMES".
       01  LINHA-PROVISAO          PIC X(100) VALUE SPACES.
       01  WS-DATA-ATUAL           PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-MES-CORRENTE      PIC 9(06).
           03 FILLER               PIC 9(02).
       01  WS-MES-FECHADO          PIC 9(06) VALUE ZEROS.
       01  WS-MES-FECHADO-R REDEFINES WS-MES-FECHADO.
           03 WS-FECHADO-ANO       PIC 9(04).
           03 WS-FECHADO-MM        PIC 9(02).
       01  WS-ADMISSAO-TRAB        PIC 9(08) VALUE ZEROS.
       01  WS-ADMISSAO-TRAB-R REDEFINES WS-ADMISSAO-TRAB.
           03 WS-ADM-ANO           PIC 9(04).
           03 WS-ADM-MES           PIC 9(02).
           03 WS-ADM-DIA           PIC 9(02).
      * Apuracao da matricula corrente.
       77  WS-MESES-SERVICO        PIC S9(05) VALUE ZERO.
       77  WS-DIAS-ADQUIRIDOS      PIC S9(05)V99 VALUE ZERO.
       77  WS-DIAS-GOZADOS         PIC 9(05) VALUE ZERO.
       77  WS-SALDO-DIAS           PIC S9(05)V99 VALUE ZERO.
       77  WS-MESES-DECIMO         PIC S9(03) VALUE ZERO.
       77  WS-FERIAS-PESSOA        PIC S9(11)V99 VALUE ZEROS.
       77  WS-DECIMO-PESSOA        PIC S9(11)V99 VALUE ZEROS.
       77  WS-DECIMO-PAGO          PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-FERIAS-PAGAS   PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-PESSOAS        PIC 9(05) VALUE ZERO.
      * Movimento das duas provisoes na competencia.
       77  WS-FERIAS-INICIAL       PIC 9(13)V99 VALUE ZEROS.
       77  WS-FERIAS-BAIXAS        PIC 9(13)V99 VALUE ZEROS.
       77  WS-FERIAS-FINAL         PIC 9(13)V99 VALUE ZEROS.
       77  WS-FERIAS-CONSTITUIDA   PIC S9(13)V99 VALUE ZEROS.
       77  WS-DECIMO-INICIAL       PIC 9(13)V99 VALUE ZEROS.
       77  WS-DECIMO-BAIXAS        PIC 9(13)V99 VALUE ZEROS.
       77  WS-DECIMO-FINAL         PIC 9(13)V99 VALUE ZEROS.
       77  WS-DECIMO-CONSTITUIDA   PIC S9(13)V99 VALUE ZEROS.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT           PIC ZZZZZZZZZ9,99.
       01  WS-SALDO-EDIT           PIC -ZZZZZZZZZZZZ9,99.
       01  WS-DIAS-EDIT            PIC ZZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT           PIC ZZZZZZZZZ9.99.
       01  WS-SALDO-EDIT           PIC -ZZZZZZZZZZZZ9.99.
       01  WS-DIAS-EDIT            PIC ZZZ9.99.
      >>END-IF
      * Parcelas de decimo ja na fila PAGEXTRA no ano da competencia,
      * por matricula - carregadas uma vez, como as trocas de HISTSAL
      * em DECTERC.
       77  WS-QTDE-DEC             PIC 9(04) VALUE ZERO.
       77  WS-MAX-DEC              PIC 9(04) VALUE 2000.
       77  WS-INDICE-DEC           PIC 9(04) VALUE ZERO.
       77  WS-ACHOU-DEC            PIC X(01) VALUE "N".
           88 ACHOU-DEC                VALUE "S".
       01  TABELA-DECIMO-PAGO.
           03 TAB-DECIMO-ITEM OCCURS 2000 TIMES.
               05 TAB-DEC-MATRICULA PIC 9(06).
               05 TAB-DEC-PAGO      PIC 9(11)V99.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== PROVISAO DE FERIAS E DECIMO TERCEIRO =====".
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WS-MES-CORRENTE TO WS-MES-FECHADO
           IF WS-FECHADO-MM = 1
               MOVE 12 TO WS-FECHADO-MM
               SUBTRACT 1 FROM WS-FECHADO-ANO
           ELSE
               SUBTRACT 1 FROM WS-FECHADO-MM
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
           MOVE "N" TO WS-AGENDA-ABERTA
           OPEN INPUT AGENDA-FILE
           IF WS-STATUS-AGF = "00"
               SET AGENDA-ABERTA TO TRUE
           END-IF
           PERFORM LER-SALDO-INICIAL
           PERFORM CARREGAR-DECIMO-PAGO
           PERFORM SOMAR-BAIXAS-RESCISAO
           PERFORM SOMAR-BAIXAS-FERIAS
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-PROVISAO
           STRING "PROVISAO DE FERIAS E DECIMO TERCEIRO - COMPETENCIA "
               WS-MES-FECHADO DELIMITED BY SIZE INTO LINHA-PROVISAO
           PERFORM GRAVAR-LINHA-PROVISAO
           MOVE ALL "=" TO LINHA-PROVISAO
           PERFORM GRAVAR-LINHA-PROVISAO
           MOVE "MATRIC NOME" TO LINHA-PROVISAO
           MOVE "SALARIO" TO LINHA-PROVISAO (37:7)
           MOVE "DIAS" TO LINHA-PROVISAO (47:4)
           MOVE "FERIAS+1/3" TO LINHA-PROVISAO (55:10)
           MOVE "AVOS" TO LINHA-PROVISAO (67:4)
           MOVE "DECIMO" TO LINHA-PROVISAO (80:6)
           PERFORM GRAVAR-LINHA-PROVISAO
      * A leitura ao acaso de SOMAR-BAIXAS-FERIAS deixou o arquivo
      * posicionado - a varredura comeca de novo pela primeira
      * matricula.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO MATRICULA
           START CADASTRO-FILE KEY NOT < MATRICULA
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-REGISTRO
           END-IF
           PERFORM APURAR-PROVISAO-PESSOA UNTIL FIM-ARQUIVO
           COMPUTE WS-FERIAS-CONSTITUIDA =
               WS-FERIAS-FINAL - WS-FERIAS-INICIAL + WS-FERIAS-BAIXAS
           COMPUTE WS-DECIMO-CONSTITUIDA =
               WS-DECIMO-FINAL - WS-DECIMO-INICIAL + WS-DECIMO-BAIXAS
           PERFORM IMPRIMIR-DEMONSTRATIVO
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-PROVISAO
           PERFORM GRAVAR-PROVISAO
           CLOSE CADASTRO-FILE
           IF AGENDA-ABERTA
               CLOSE AGENDA-FILE
           END-IF
           DISPLAY "Provisao apurada para " WS-TOTAL-PESSOAS
               " pessoa(s) - demonstrativo no spool PROVMES"
           DISPLAY "===== FIM DA PROVISAO DE FERIAS E DECIMO =====".
           STOP RUN.

      * O saldo inicial e o final da ultima competencia anterior
      * gravada - na primeira apuracao nao ha nada, e o mes constitui
      * o passivo inteiro. Uma competencia repetida (passo do
      * fechamento refeito) nao conta como anterior.
       LER-SALDO-INICIAL.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT PROVISAO-FILE
           IF WS-STATUS-PRV NOT = "00"
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM LER-PROXIMA-PROVISAO
           END-IF
           PERFORM GUARDAR-SALDO-ANTERIOR UNTIL FIM-ARQUIVO
           IF WS-STATUS-PRV = "00" OR WS-STATUS-PRV = "10"
               CLOSE PROVISAO-FILE
           END-IF.

       LER-PROXIMA-PROVISAO.
           READ PROVISAO-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       GUARDAR-SALDO-ANTERIOR.
           IF PRV-COMPETENCIA < WS-MES-FECHADO
               MOVE PRV-FERIAS-FINAL TO WS-FERIAS-INICIAL
               MOVE PRV-DECIMO-FINAL TO WS-DECIMO-INICIAL
           END-IF
           PERFORM LER-PROXIMA-PROVISAO.

      * Parcelas do decimo do ano ate a competencia abatem o passivo
      * de cada matricula; as da propria competencia sao a baixa do
      * mes. O valor da fila e o liquido da parcela - a deducao da
      * segunda parcela sai do passivo no fechamento de dezembro.
       CARREGAR-DECIMO-PAGO.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT PAGEXTRA-FILE
           IF WS-STATUS-PEX NOT = "00"
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM LER-PROXIMO-PAGEXTRA
           END-IF
           PERFORM GUARDAR-DECIMO-PAGO UNTIL FIM-ARQUIVO
           IF WS-STATUS-PEX = "00" OR WS-STATUS-PEX = "10"
               CLOSE PAGEXTRA-FILE
           END-IF.

       LER-PROXIMO-PAGEXTRA.
           READ PAGEXTRA-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       GUARDAR-DECIMO-PAGO.
           IF PEX-DECIMO
                   AND PEX-COMPETENCIA (1:4) = WS-MES-FECHADO (1:4)
                   AND PEX-COMPETENCIA NOT > WS-MES-FECHADO
               IF PEX-COMPETENCIA = WS-MES-FECHADO
                   ADD PEX-VALOR TO WS-DECIMO-BAIXAS
               END-IF
               MOVE PEX-MATRICULA TO MATRICULA
               PERFORM LOCALIZAR-DECIMO-PAGO
               IF NOT ACHOU-DEC AND WS-QTDE-DEC < WS-MAX-DEC
                   ADD 1 TO WS-QTDE-DEC
                   MOVE WS-QTDE-DEC TO WS-INDICE-DEC
                   MOVE PEX-MATRICULA
                       TO TAB-DEC-MATRICULA(WS-INDICE-DEC)
                   MOVE ZEROS TO TAB-DEC-PAGO(WS-INDICE-DEC)
                   SET ACHOU-DEC TO TRUE
               END-IF
               IF ACHOU-DEC
                   ADD PEX-VALOR TO TAB-DEC-PAGO(WS-INDICE-DEC)
               END-IF
           END-IF
           PERFORM LER-PROXIMO-PAGEXTRA.

       LOCALIZAR-DECIMO-PAGO.
           MOVE "N" TO WS-ACHOU-DEC
           PERFORM COMPARAR-DECIMO-PAGO
               VARYING WS-INDICE-DEC FROM 1 BY 1
               UNTIL WS-INDICE-DEC > WS-QTDE-DEC OR ACHOU-DEC.

       COMPARAR-DECIMO-PAGO.
           IF TAB-DEC-MATRICULA(WS-INDICE-DEC) = MATRICULA
               SET ACHOU-DEC TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-DEC
           END-IF.

      * O acerto final da rescisao na competencia paga as ferias
      * proporcionais com o terco e o decimo proporcional - e baixa
      * das duas provisoes.
       SOMAR-BAIXAS-RESCISAO.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT RESCISAO-FILE
           IF WS-STATUS-RSC NOT = "00"
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM LER-PROXIMA-RESCISAO
           END-IF
           PERFORM SOMAR-RESCISAO UNTIL FIM-ARQUIVO
           IF WS-STATUS-RSC = "00" OR WS-STATUS-RSC = "10"
               CLOSE RESCISAO-FILE
           END-IF.

       LER-PROXIMA-RESCISAO.
           READ RESCISAO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       SOMAR-RESCISAO.
           IF RSC-DATA (1:6) = WS-MES-FECHADO
               ADD RSC-FERIAS TO WS-FERIAS-BAIXAS
               ADD RSC-TERCO TO WS-FERIAS-BAIXAS
               ADD RSC-DECIMO TO WS-DECIMO-BAIXAS
           END-IF
           PERFORM LER-PROXIMA-RESCISAO.

      * Ferias gozadas na competencia, pagas por CONTRACH com o terco
      * - a agenda inteira, inclusive de quem saiu depois, valorizada
      * pelo salario do cadastro como o contracheque faz.
       SOMAR-BAIXAS-FERIAS.
           IF AGENDA-ABERTA
               MOVE "N" TO WS-FIM-AGENDA
               MOVE ZEROS TO AGF-CHAVE
               START AGENDA-FILE KEY NOT < AGF-CHAVE
                   INVALID KEY SET FIM-AGENDA TO TRUE
               END-START
               IF NOT FIM-AGENDA
                   PERFORM LER-PROXIMA-AGENDA
               END-IF
               PERFORM SOMAR-FERIAS-PAGAS-MES UNTIL FIM-AGENDA
           END-IF.

       LER-PROXIMA-AGENDA.
           READ AGENDA-FILE NEXT RECORD
               AT END SET FIM-AGENDA TO TRUE
           END-READ.

       SOMAR-FERIAS-PAGAS-MES.
           IF AGF-PAGA AND AGF-DATA-INICIO (1:6) = WS-MES-FECHADO
               MOVE AGF-MATRICULA TO MATRICULA
               READ CADASTRO-FILE
                   INVALID KEY
                       MOVE ZEROS TO SALARIO-ALUNO
               END-READ
               COMPUTE WS-VALOR-FERIAS-PAGAS ROUNDED =
                   SALARIO-ALUNO * AGF-DIAS / 30
               ADD WS-VALOR-FERIAS-PAGAS TO WS-FERIAS-BAIXAS
               COMPUTE WS-VALOR-FERIAS-PAGAS ROUNDED =
                   WS-VALOR-FERIAS-PAGAS / 3
               ADD WS-VALOR-FERIAS-PAGAS TO WS-FERIAS-BAIXAS
           END-IF
           PERFORM LER-PROXIMA-AGENDA.

       LER-PROXIMO-REGISTRO.
           READ CADASTRO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       APURAR-PROVISAO-PESSOA.
           IF REGISTRO-ATIVO
               PERFORM CALCULAR-PROVISAO-FERIAS
               PERFORM CALCULAR-PROVISAO-DECIMO
               ADD WS-FERIAS-PESSOA TO WS-FERIAS-FINAL
               ADD WS-DECIMO-PESSOA TO WS-DECIMO-FINAL
               ADD 1 TO WS-TOTAL-PESSOAS
               PERFORM IMPRIMIR-PESSOA
           END-IF
           PERFORM LER-PROXIMO-REGISTRO.

      * Meses de servico ate o fim da competencia; o mes da admissao
      * conta quando a entrada foi ate o dia 15 - a mesma fracao de
      * 15 dias do acerto de RESCISAO. Cada mes vale 2,5 dias de
      * ferias; os dias ja pagos pela agenda saem do saldo.
       CALCULAR-PROVISAO-FERIAS.
           MOVE ZEROS TO WS-FERIAS-PESSOA
           MOVE ZERO TO WS-SALDO-DIAS
           MOVE DATA-ADMISSAO TO WS-ADMISSAO-TRAB
           IF DATA-ADMISSAO NOT = ZEROS
               COMPUTE WS-MESES-SERVICO =
                   (WS-FECHADO-ANO * 12 + WS-FECHADO-MM)
                   - (WS-ADM-ANO * 12 + WS-ADM-MES)
               IF WS-ADM-DIA <= 15
                   ADD 1 TO WS-MESES-SERVICO
               END-IF
               IF WS-MESES-SERVICO > ZERO
                   COMPUTE WS-DIAS-ADQUIRIDOS ROUNDED =
                       WS-MESES-SERVICO * 30 / 12
                   PERFORM SOMAR-DIAS-GOZADOS
                   COMPUTE WS-SALDO-DIAS =
                       WS-DIAS-ADQUIRIDOS - WS-DIAS-GOZADOS
                   IF WS-SALDO-DIAS < ZERO
                       MOVE ZERO TO WS-SALDO-DIAS
                   END-IF
                   COMPUTE WS-FERIAS-PESSOA ROUNDED =
                       SALARIO-ALUNO * WS-SALDO-DIAS / 30 * 4 / 3
               END-IF
           END-IF.

       SOMAR-DIAS-GOZADOS.
           MOVE ZERO TO WS-DIAS-GOZADOS
           IF AGENDA-ABERTA
               MOVE "N" TO WS-FIM-AGENDA
               MOVE MATRICULA TO AGF-MATRICULA
               MOVE ZEROS TO AGF-SEQUENCIA
               START AGENDA-FILE KEY NOT < AGF-CHAVE
                   INVALID KEY SET FIM-AGENDA TO TRUE
               END-START
               IF NOT FIM-AGENDA
                   PERFORM LER-PROXIMA-AGENDA
               END-IF
               PERFORM CONFERIR-FERIAS-GOZADAS UNTIL FIM-AGENDA
           END-IF.

       CONFERIR-FERIAS-GOZADAS.
           IF AGF-MATRICULA NOT = MATRICULA
               SET FIM-AGENDA TO TRUE
           ELSE
               IF AGF-PAGA
                       AND AGF-DATA-INICIO (1:6) NOT > WS-MES-FECHADO
                   ADD AGF-DIAS TO WS-DIAS-GOZADOS
               END-IF
               PERFORM LER-PROXIMA-AGENDA
           END-IF.

      * Avos do ano ate a competencia (o ano da admissao conta da
      * entrada), menos as parcelas ja pagas. Em dezembro as duas
      * parcelas e a deducao quitam o ano e o passivo zera.
       CALCULAR-PROVISAO-DECIMO.
           MOVE ZEROS TO WS-DECIMO-PESSOA
           MOVE WS-FECHADO-MM TO WS-MESES-DECIMO
           IF DATA-ADMISSAO NOT = ZEROS
                   AND WS-ADM-ANO = WS-FECHADO-ANO
               COMPUTE WS-MESES-DECIMO = WS-FECHADO-MM - WS-ADM-MES
               IF WS-ADM-DIA <= 15
                   ADD 1 TO WS-MESES-DECIMO
               END-IF
           END-IF
           IF DATA-ADMISSAO NOT = ZEROS
                   AND WS-ADM-ANO > WS-FECHADO-ANO
               MOVE ZERO TO WS-MESES-DECIMO
           END-IF
           IF WS-MESES-DECIMO < ZERO
               MOVE ZERO TO WS-MESES-DECIMO
           END-IF
           IF WS-FECHADO-MM NOT = 12
               PERFORM LOCALIZAR-DECIMO-PAGO
               MOVE ZEROS TO WS-DECIMO-PAGO
               IF ACHOU-DEC
                   MOVE TAB-DEC-PAGO(WS-INDICE-DEC) TO WS-DECIMO-PAGO
               END-IF
               COMPUTE WS-DECIMO-PESSOA ROUNDED =
                   SALARIO-ALUNO * WS-MESES-DECIMO / 12
                   - WS-DECIMO-PAGO
               IF WS-DECIMO-PESSOA < ZERO
                   MOVE ZEROS TO WS-DECIMO-PESSOA
               END-IF
           END-IF.

       IMPRIMIR-PESSOA.
           MOVE MATRICULA TO LINHA-PROVISAO (1:6)
           MOVE NOME-ALUNO TO LINHA-PROVISAO (8:26)
           MOVE SALARIO-ALUNO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-PROVISAO (31:13)
           MOVE WS-SALDO-DIAS TO WS-DIAS-EDIT
           MOVE WS-DIAS-EDIT TO LINHA-PROVISAO (45:7)
           MOVE WS-FERIAS-PESSOA TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-PROVISAO (52:13)
           MOVE WS-MESES-DECIMO TO LINHA-PROVISAO (68:3)
           MOVE WS-DECIMO-PESSOA TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-PROVISAO (73:13)
           PERFORM GRAVAR-LINHA-PROVISAO.

       IMPRIMIR-DEMONSTRATIVO.
           MOVE ALL "=" TO LINHA-PROVISAO
           PERFORM GRAVAR-LINHA-PROVISAO
           MOVE "DEMONSTRATIVO DAS PROVISOES" TO LINHA-PROVISAO
           MOVE "FERIAS + 1/3" TO LINHA-PROVISAO (44:12)
           MOVE "DECIMO TERCEIRO" TO LINHA-PROVISAO (63:15)
           PERFORM GRAVAR-LINHA-PROVISAO
           MOVE "SALDO INICIAL" TO LINHA-PROVISAO
           MOVE WS-FERIAS-INICIAL TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO LINHA-PROVISAO (38:18)
           MOVE WS-DECIMO-INICIAL TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO LINHA-PROVISAO (60:18)
           PERFORM GRAVAR-LINHA-PROVISAO
           MOVE "(+) CONSTITUICAO DO MES" TO LINHA-PROVISAO
           MOVE WS-FERIAS-CONSTITUIDA TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO LINHA-PROVISAO (38:18)
           MOVE WS-DECIMO-CONSTITUIDA TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO LINHA-PROVISAO (60:18)
           PERFORM GRAVAR-LINHA-PROVISAO
           MOVE "(-) BAIXAS - PAGOS NO MES" TO LINHA-PROVISAO
           MOVE WS-FERIAS-BAIXAS TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO LINHA-PROVISAO (38:18)
           MOVE WS-DECIMO-BAIXAS TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO LINHA-PROVISAO (60:18)
           PERFORM GRAVAR-LINHA-PROVISAO
           MOVE "SALDO FINAL" TO LINHA-PROVISAO
           MOVE WS-FERIAS-FINAL TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO LINHA-PROVISAO (38:18)
           MOVE WS-DECIMO-FINAL TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO LINHA-PROVISAO (60:18)
           PERFORM GRAVAR-LINHA-PROVISAO.

      * Uma linha por apuracao, como o FECHTOT - a releitura fica com
      * a ultima linha da competencia.
       GRAVAR-PROVISAO.
           OPEN EXTEND PROVISAO-FILE
           IF WS-STATUS-PRV NOT = "00"
               OPEN OUTPUT PROVISAO-FILE
           END-IF
           MOVE WS-MES-FECHADO TO PRV-COMPETENCIA
           MOVE WS-FERIAS-INICIAL TO PRV-FERIAS-INICIAL
           MOVE WS-FERIAS-CONSTITUIDA TO PRV-FERIAS-CONSTITUIDA
           MOVE WS-FERIAS-BAIXAS TO PRV-FERIAS-BAIXAS
           MOVE WS-FERIAS-FINAL TO PRV-FERIAS-FINAL
           MOVE WS-DECIMO-INICIAL TO PRV-DECIMO-INICIAL
           MOVE WS-DECIMO-CONSTITUIDA TO PRV-DECIMO-CONSTITUIDA
           MOVE WS-DECIMO-BAIXAS TO PRV-DECIMO-BAIXAS
           MOVE WS-DECIMO-FINAL TO PRV-DECIMO-FINAL
           WRITE REGISTRO-PROVISAO
           IF WS-STATUS-PRV NOT = "00"
               MOVE "PROVTOT" TO ERR-ARQUIVO
               MOVE "WRITE" TO ERR-OPERACAO
               MOVE WS-STATUS-PRV TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Falha ao gravar o PROVTOT - status "
                   WS-STATUS-PRV
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE PROVISAO-FILE.

       GRAVAR-LINHA-PROVISAO.
           DISPLAY LINHA-PROVISAO
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-PROVISAO
           MOVE SPACES TO LINHA-PROVISAO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "PROVMES" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM PROVMES.
