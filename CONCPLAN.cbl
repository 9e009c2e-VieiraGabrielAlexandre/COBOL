      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacao mensal da fatura da operadora dos planos
      *          de saude e odonto contra as adesoes - le a fatura
      *          (FATPLANO.TXT, layout fixo: competencia AAAAMM,
      *          plano 4, matricula 6, sequencia do dependente 2 - 00
      *          para o titular -, CPF 11, nome 40 e valor com 2
      *          decimais em 9 digitos), casa cada linha com a vida do
      *          BENEFIC (REGBEN.cpy) vigente na competencia e lista
      *          pelo spool de relatorios (SPOOLREP, SPL.CONCPLAN):
      *          as vidas aderidas que a operadora nao cobrou, as
      *          linhas cobradas sem adesao vigente (pagamos por quem
      *          nao aderimos, inclusive titular que ja saiu do
      *          cadastro ativo) e as cobradas com valor diferente da
      *          soma das partes do PLANOS. Rodado avulso quando a
      *          fatura chega, antes de liberar o pagamento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCPLAN.
       ENVIRONMENT DIVISION.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-FILE ASSIGN TO "FATPLANO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FAT.
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
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-FILE.
       01  LINHA-FATURA.
           03 FAT-COMPETENCIA      PIC X(06).
           03 FAT-PLANO            PIC X(04).
           03 FAT-MATRICULA        PIC X(06).
           03 FAT-DEP-SEQUENCIA    PIC X(02).
           03 FAT-CPF              PIC X(11).
           03 FAT-NOME             PIC X(40).
           03 FAT-VALOR            PIC 9(07)V99.
       FD  PLANO-FILE.
           COPY "REGPLA.cpy".
       FD  BENEFICIO-FILE.
           COPY "REGBEN.cpy".
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-FAT       PIC X(02) VALUE SPACES.
       77  WS-STATUS-PLA       PIC X(02) VALUE SPACES.
       77  WS-STATUS-BEN       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-ACHOU-FAT        PIC X(01) VALUE "N".
           88 ACHOU-FAT            VALUE "S".
       77  WS-COMPETENCIA      PIC X(06) VALUE SPACES.
       77  WS-QTDE-FAT         PIC 9(04) VALUE ZERO.
       77  WS-MAX-FAT          PIC 9(04) VALUE 3000.
       77  WS-INDICE-FAT       PIC 9(04) VALUE ZERO.
       77  WS-LIDAS            PIC 9(05) VALUE ZERO.
       77  WS-REJEITADAS       PIC 9(05) VALUE ZERO.
       77  WS-VIDAS-ADERIDAS   PIC 9(05) VALUE ZERO.
       77  WS-QTDE-SEM-COBRANCA PIC 9(05) VALUE ZERO.
       77  WS-QTDE-SEM-ADESAO  PIC 9(05) VALUE ZERO.
       77  WS-QTDE-DIVERGENTE  PIC 9(05) VALUE ZERO.
       77  WS-VALOR-ESPERADO   PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOTAL-FATURADO   PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-ESPERADO   PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-SEM-ADESAO PIC 9(11)V99 VALUE ZEROS.
       77  WS-DIFERENCA        PIC S9(11)V99 VALUE ZEROS.
       77  WS-MATRICULA-FAT    PIC 9(06) VALUE ZEROS.
       77  WS-SEQUENCIA-FAT    PIC 9(02) VALUE ZEROS.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "CONCPLAN".
       01  LINHA-CONCILIACAO   PIC X(100) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZ9,99.
       01  WS-DIFERENCA-EDIT   PIC -ZZZZZZZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZ9.99.
       01  WS-DIFERENCA-EDIT   PIC -ZZZZZZZZ9.99.
      >>END-IF
      * Linhas da fatura da competencia, marcadas quando casam com
      * uma vida aderida - o que sobra sem marca e cobranca sem
      * adesao.
       01  TABELA-FATURA.
           03 TAB-FAT-ITEM OCCURS 3000 TIMES.
               05 TAB-FAT-PLANO        PIC X(04).
               05 TAB-FAT-MATRICULA    PIC 9(06).
               05 TAB-FAT-SEQUENCIA    PIC 9(02).
               05 TAB-FAT-NOME         PIC X(40).
               05 TAB-FAT-VALOR        PIC 9(07)V99.
               05 TAB-FAT-ESPERADO     PIC 9(07)V99.
               05 TAB-FAT-CASADA       PIC X(01).
                   88 FAT-CASADA           VALUE "S".
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CONCILIACAO DA FATURA DOS PLANOS =====".
           OPEN INPUT FATURA-FILE
           IF WS-STATUS-FAT NOT = "00"
               MOVE "FATPLANO.TXT" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-FAT TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "FATPLANO.TXT nao encontrado - status "
                   WS-STATUS-FAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BENEFICIO-FILE
           IF WS-STATUS-BEN NOT = "00"
               MOVE "BENEFIC" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-BEN TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhuma adesao a plano cadastrada"
               CLOSE FATURA-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PLANO-FILE
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro indisponivel - status " WS-STATUS-ARQ
               CLOSE FATURA-FILE
               CLOSE BENEFICIO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LER-PROXIMA-FATURA
           PERFORM CARREGAR-FATURA UNTIL FIM-ARQUIVO
           CLOSE FATURA-FILE
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-CONCILIACAO
           MOVE SPACES TO LINHA-CONCILIACAO
           STRING "CONCILIACAO DA FATURA DOS PLANOS - COMPETENCIA "
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO LINHA-CONCILIACAO
           PERFORM GRAVAR-LINHA-CONCILIACAO
           MOVE ALL "=" TO LINHA-CONCILIACAO
           PERFORM GRAVAR-LINHA-CONCILIACAO
           MOVE "ADERIDOS E NAO COBRADOS PELA OPERADORA"
               TO LINHA-CONCILIACAO
           PERFORM GRAVAR-LINHA-CONCILIACAO
           PERFORM GRAVAR-CABECALHO-VIDA
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM LER-PROXIMA-ADESAO
           PERFORM CONFERIR-ADESAO UNTIL FIM-ARQUIVO
           MOVE ALL "-" TO LINHA-CONCILIACAO
           PERFORM GRAVAR-LINHA-CONCILIACAO
           MOVE "COBRADOS PELA OPERADORA SEM ADESAO VIGENTE"
               TO LINHA-CONCILIACAO
           PERFORM GRAVAR-LINHA-CONCILIACAO
           PERFORM GRAVAR-CABECALHO-VIDA
           PERFORM LISTAR-SEM-ADESAO
               VARYING WS-INDICE-FAT FROM 1 BY 1
               UNTIL WS-INDICE-FAT > WS-QTDE-FAT
           MOVE ALL "-" TO LINHA-CONCILIACAO
           PERFORM GRAVAR-LINHA-CONCILIACAO
           MOVE "COBRADOS COM VALOR DIFERENTE DO PLANO"
               TO LINHA-CONCILIACAO
           PERFORM GRAVAR-LINHA-CONCILIACAO
           PERFORM GRAVAR-CABECALHO-VIDA
           PERFORM LISTAR-DIVERGENTES
               VARYING WS-INDICE-FAT FROM 1 BY 1
               UNTIL WS-INDICE-FAT > WS-QTDE-FAT
           PERFORM IMPRIMIR-TOTAIS
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-CONCILIACAO
           CLOSE BENEFICIO-FILE
           IF WS-STATUS-PLA = "00"
               CLOSE PLANO-FILE
           END-IF
           CLOSE CADASTRO-FILE
           DISPLAY "Nao cobrados: " WS-QTDE-SEM-COBRANCA
               "  Sem adesao: " WS-QTDE-SEM-ADESAO
               "  Divergentes: " WS-QTDE-DIVERGENTE
               " - relatorio no spool CONCPLAN"
           DISPLAY "===== FIM DA CONCILIACAO DOS PLANOS =====".
           STOP RUN.

       LER-PROXIMA-FATURA.
           READ FATURA-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * A competencia da fatura e a da primeira linha; linha de outra
      * competencia, com matricula nao numerica ou alem da tabela e
      * so contada como rejeitada.
       CARREGAR-FATURA.
           ADD 1 TO WS-LIDAS
           IF WS-COMPETENCIA = SPACES
               MOVE FAT-COMPETENCIA TO WS-COMPETENCIA
           END-IF
           IF FAT-COMPETENCIA NOT = WS-COMPETENCIA
                   OR FAT-MATRICULA NOT NUMERIC
                   OR FAT-DEP-SEQUENCIA NOT NUMERIC
                   OR FAT-VALOR NOT NUMERIC
                   OR WS-QTDE-FAT NOT < WS-MAX-FAT
               ADD 1 TO WS-REJEITADAS
           ELSE
               ADD 1 TO WS-QTDE-FAT
               MOVE FAT-PLANO TO TAB-FAT-PLANO(WS-QTDE-FAT)
               MOVE FAT-MATRICULA TO TAB-FAT-MATRICULA(WS-QTDE-FAT)
               MOVE FAT-DEP-SEQUENCIA
                   TO TAB-FAT-SEQUENCIA(WS-QTDE-FAT)
               MOVE FAT-NOME TO TAB-FAT-NOME(WS-QTDE-FAT)
               MOVE FAT-VALOR TO TAB-FAT-VALOR(WS-QTDE-FAT)
               MOVE ZEROS TO TAB-FAT-ESPERADO(WS-QTDE-FAT)
               MOVE "N" TO TAB-FAT-CASADA(WS-QTDE-FAT)
               ADD FAT-VALOR TO WS-TOTAL-FATURADO
           END-IF
           PERFORM LER-PROXIMA-FATURA.

       LER-PROXIMA-ADESAO.
           READ BENEFICIO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * Vida vigente na competencia da fatura: procura a linha da
      * mesma matricula, plano e sequencia e guarda nela o valor que
      * o PLANOS diz que a vida custa. Titular que saiu do cadastro
      * ativo nao conta como adesao - a operadora que ainda cobra por
      * ele aparece como cobranca sem adesao.
       CONFERIR-ADESAO.
           PERFORM LER-TITULAR
           IF BEN-COMPETENCIA-INICIO NOT > WS-COMPETENCIA
                   AND (BEN-COMPETENCIA-FIM = ZEROS
                       OR BEN-COMPETENCIA-FIM NOT < WS-COMPETENCIA)
                   AND REGISTRO-ATIVO
               ADD 1 TO WS-VIDAS-ADERIDAS
               PERFORM CALCULAR-VALOR-ESPERADO
               ADD WS-VALOR-ESPERADO TO WS-TOTAL-ESPERADO
               MOVE "N" TO WS-ACHOU-FAT
               PERFORM COMPARAR-FATURA
                   VARYING WS-INDICE-FAT FROM 1 BY 1
                   UNTIL WS-INDICE-FAT > WS-QTDE-FAT OR ACHOU-FAT
               IF ACHOU-FAT
                   MOVE WS-VALOR-ESPERADO
                       TO TAB-FAT-ESPERADO(WS-INDICE-FAT)
               ELSE
                   PERFORM LISTAR-SEM-COBRANCA
               END-IF
           END-IF
           PERFORM LER-PROXIMA-ADESAO.

       COMPARAR-FATURA.
           IF TAB-FAT-MATRICULA(WS-INDICE-FAT) = BEN-MATRICULA
                   AND TAB-FAT-PLANO(WS-INDICE-FAT) = BEN-PLANO
                   AND TAB-FAT-SEQUENCIA(WS-INDICE-FAT)
                       = BEN-DEP-SEQUENCIA
                   AND NOT FAT-CASADA(WS-INDICE-FAT)
               SET ACHOU-FAT TO TRUE
               SET FAT-CASADA(WS-INDICE-FAT) TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a linha achada.
               SUBTRACT 1 FROM WS-INDICE-FAT
           END-IF.

       CALCULAR-VALOR-ESPERADO.
           MOVE ZEROS TO WS-VALOR-ESPERADO
           MOVE BEN-PLANO TO PLA-CODIGO
           READ PLANO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BEN-TITULAR
                       COMPUTE WS-VALOR-ESPERADO =
                           PLA-EMPREGADO-TITULAR + PLA-EMPRESA-TITULAR
                   ELSE
                       COMPUTE WS-VALOR-ESPERADO =
                           PLA-EMPREGADO-DEPENDENTE
                           + PLA-EMPRESA-DEPENDENTE
                   END-IF
           END-READ.

       LER-TITULAR.
           MOVE BEN-MATRICULA TO MATRICULA
           READ CADASTRO-FILE
               INVALID KEY
                   MOVE SPACES TO SOBRENOME
                   MOVE "FORA DO CADASTRO" TO PRIMEIRONOME
                   MOVE "E" TO STATUS-REGISTRO
           END-READ.

       LISTAR-SEM-COBRANCA.
           ADD 1 TO WS-QTDE-SEM-COBRANCA
           MOVE WS-VALOR-ESPERADO TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-CONCILIACAO
           STRING BEN-PLANO "  " BEN-MATRICULA " " BEN-DEP-SEQUENCIA
               "  " PRIMEIRONOME " " SOBRENOME
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO
           MOVE WS-VALOR-EDIT TO LINHA-CONCILIACAO (68:13)
           PERFORM GRAVAR-LINHA-CONCILIACAO.

       LISTAR-SEM-ADESAO.
           IF NOT FAT-CASADA(WS-INDICE-FAT)
               ADD 1 TO WS-QTDE-SEM-ADESAO
               ADD TAB-FAT-VALOR(WS-INDICE-FAT) TO WS-TOTAL-SEM-ADESAO
               MOVE TAB-FAT-VALOR(WS-INDICE-FAT) TO WS-VALOR-EDIT
               PERFORM MONTAR-LINHA-FATURA
               PERFORM GRAVAR-LINHA-CONCILIACAO
           END-IF.

       LISTAR-DIVERGENTES.
           IF FAT-CASADA(WS-INDICE-FAT)
                   AND TAB-FAT-VALOR(WS-INDICE-FAT)
                       NOT = TAB-FAT-ESPERADO(WS-INDICE-FAT)
               ADD 1 TO WS-QTDE-DIVERGENTE
               MOVE TAB-FAT-VALOR(WS-INDICE-FAT) TO WS-VALOR-EDIT
               PERFORM MONTAR-LINHA-FATURA
               MOVE TAB-FAT-ESPERADO(WS-INDICE-FAT) TO WS-VALOR-EDIT
               MOVE "PLANO:" TO LINHA-CONCILIACAO (82:6)
               MOVE WS-VALOR-EDIT TO LINHA-CONCILIACAO (88:13)
               PERFORM GRAVAR-LINHA-CONCILIACAO
           END-IF.

       MONTAR-LINHA-FATURA.
           MOVE SPACES TO LINHA-CONCILIACAO
           MOVE TAB-FAT-MATRICULA(WS-INDICE-FAT) TO WS-MATRICULA-FAT
           MOVE TAB-FAT-SEQUENCIA(WS-INDICE-FAT) TO WS-SEQUENCIA-FAT
           STRING TAB-FAT-PLANO(WS-INDICE-FAT) "  " WS-MATRICULA-FAT
               " " WS-SEQUENCIA-FAT "  " TAB-FAT-NOME(WS-INDICE-FAT)
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO
           MOVE WS-VALOR-EDIT TO LINHA-CONCILIACAO (68:13).

       GRAVAR-CABECALHO-VIDA.
           MOVE "PLANO MATRIC SQ  NOME" TO LINHA-CONCILIACAO
           MOVE "VALOR" TO LINHA-CONCILIACAO (76:5)
           PERFORM GRAVAR-LINHA-CONCILIACAO.

       IMPRIMIR-TOTAIS.
           MOVE ALL "=" TO LINHA-CONCILIACAO
           PERFORM GRAVAR-LINHA-CONCILIACAO
           MOVE SPACES TO LINHA-CONCILIACAO
           STRING "LINHAS LIDAS.........: " WS-LIDAS
               "  REJEITADAS: " WS-REJEITADAS
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO
           PERFORM GRAVAR-LINHA-CONCILIACAO
           MOVE SPACES TO LINHA-CONCILIACAO
           STRING "VIDAS FATURADAS......: " WS-QTDE-FAT
               "  ADERIDAS: " WS-VIDAS-ADERIDAS
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO
           PERFORM GRAVAR-LINHA-CONCILIACAO
           MOVE WS-TOTAL-FATURADO TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-CONCILIACAO
           STRING "TOTAL DA FATURA......: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO
           PERFORM GRAVAR-LINHA-CONCILIACAO
           MOVE WS-TOTAL-ESPERADO TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-CONCILIACAO
           STRING "TOTAL DAS ADESOES....: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO
           PERFORM GRAVAR-LINHA-CONCILIACAO
           MOVE WS-TOTAL-SEM-ADESAO TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-CONCILIACAO
           STRING "COBRADO SEM ADESAO...: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO
           PERFORM GRAVAR-LINHA-CONCILIACAO
           COMPUTE WS-DIFERENCA =
               WS-TOTAL-FATURADO - WS-TOTAL-ESPERADO
           MOVE WS-DIFERENCA TO WS-DIFERENCA-EDIT
           MOVE SPACES TO LINHA-CONCILIACAO
           STRING "DIFERENCA............: " WS-DIFERENCA-EDIT
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO
           PERFORM GRAVAR-LINHA-CONCILIACAO
           MOVE SPACES TO LINHA-CONCILIACAO
           IF WS-DIFERENCA = ZERO AND WS-QTDE-SEM-COBRANCA = ZERO
                   AND WS-QTDE-SEM-ADESAO = ZERO
                   AND WS-QTDE-DIVERGENTE = ZERO
               MOVE "FATURA CONFERE COM AS ADESOES"
                   TO LINHA-CONCILIACAO
           ELSE
               MOVE "*** FATURA DIFERE DAS ADESOES - CONFERIR ANTES "
                   TO LINHA-CONCILIACAO
               MOVE "DE PAGAR ***" TO LINHA-CONCILIACAO (48:12)
           END-IF
           PERFORM GRAVAR-LINHA-CONCILIACAO.

       GRAVAR-LINHA-CONCILIACAO.
           DISPLAY LINHA-CONCILIACAO
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-CONCILIACAO
           MOVE SPACES TO LINHA-CONCILIACAO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CONCPLAN" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CONCPLAN.
