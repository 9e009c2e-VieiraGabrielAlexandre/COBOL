      *          que o FECHTOT ja registrou o mes que terminou e o
      *          controle FOLHACTL ainda nao - e sai rotulada com o
      *          mes fechado, nao com o mes que esta comecando.
      *          As horas extras do ponto importado (IMPPONTO, arquivo
      *          PONTO) saem em linhas proprias de 50% e 100%, e a
      *          parcela de cada emprestimo consignado (CONSIGNA) e
      *          descontada com baixa do saldo; o repasse aos bancos
      *          (RELCONSG) e o orcado x realizado (RELORCA) saem logo
      *          depois da folha analitica.
      *          Cada contracheque sai tambem num arquivo proprio
      *          (CCH.AAAAMM.NNNNNN, competencia e matricula) para a
      *          distribuicao eletronica, com o indice CCHDIST.AAAAMM
      *          (matricula;nome;e-mail;arquivo;E/P) que o envio le, e
      *          quem nao tem EMAIL-ALUNO sai no spool CCHPAPEL - a
      *          lista dos contracheques a imprimir e entregar em papel.
      *          A parte do empregado de cada vida vigente nos planos
      *          de saude e odonto (BENEFIC/PLANOS, mantidos em
      *          MANPLANO) sai descontada em linha propria.
      *          Cada contracheque traz a empresa do grupo que registra
      *          a pessoa (EMPREGADOR-ALUNO, dados via LEREMPR) e o
      *          registro da folha fecha tambem por empregador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OCORRENCIA-FILE ASSIGN TO "OCORRENC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OCO.
           SELECT PONTO-FILE ASSIGN TO "PONTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTO-CHAVE
               FILE STATUS IS WS-STATUS-PTO.
           SELECT CONSIGNADO-FILE ASSIGN TO "CONSIGNA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WS-STATUS-CSG.
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
           SELECT CHECKPOINT-FILE ASSIGN TO "CHKCONTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHK.
           SELECT CONTRACHEQUE-INDIV-FILE
               ASSIGN TO WS-NOME-CONTRACHEQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CCI.
           SELECT DISTRIBUICAO-FILE ASSIGN TO WS-NOME-DISTRIBUICAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIS.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
           COPY "REGVRB.cpy".
       FD  OCORRENCIA-FILE.
           COPY "REGOCO.cpy".
       FD  PONTO-FILE.
           COPY "REGPTO.cpy".
       FD  CONSIGNADO-FILE.
           COPY "REGCSG.cpy".
       FD  PLANO-FILE.
           COPY "REGPLA.cpy".
       FD  BENEFICIO-FILE.
           COPY "REGBEN.cpy".
      * Checkpoint da ultima matricula com contracheque gravado - a
      * resubmissao apos uma queda retoma do registro seguinte e
      * reabre o spool em EXTEND, em vez de regerar a folha inteira.
           03 CHK-BRUTO            PIC 9(12)V99.
           03 CHK-DEDUCAO          PIC 9(12)V99.
           03 CHK-LIQUIDO          PIC 9(12)V99.
      * Contracheque individual - as mesmas linhas que vao para o
      * spool, um arquivo por matricula.
       FD  CONTRACHEQUE-INDIV-FILE.
       01  REGISTRO-CONTRACHEQUE-INDIV PIC X(100).
      * Indice da distribuicao, separado por ";" com cabecalho.
       FD  DISTRIBUICAO-FILE.
       01  REGISTRO-DISTRIBUICAO   PIC X(150).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQ           PIC X(02) VALUE SPACES.
       77  WS-STATUS-FEC           PIC X(02) VALUE SPACES.
       77  WS-STATUS-VRB           PIC X(02) VALUE SPACES.
       77  WS-STATUS-OCO           PIC X(02) VALUE SPACES.
       77  WS-STATUS-CHK           PIC X(02) VALUE SPACES.
       77  WS-STATUS-PTO           PIC X(02) VALUE SPACES.
       77  WS-STATUS-CSG           PIC X(02) VALUE SPACES.
       77  WS-STATUS-CCI           PIC X(02) VALUE SPACES.
       77  WS-STATUS-PLA           PIC X(02) VALUE SPACES.
       77  WS-STATUS-BEN           PIC X(02) VALUE SPACES.
       77  WS-FIM-BENEFICIOS       PIC X(01) VALUE "N".
           88 FIM-BENEFICIOS           VALUE "S".
       77  WS-DESCONTO-PLANO       PIC 9(10)V99 VALUE ZEROS.
       77  WS-STATUS-DIS           PIC X(02) VALUE SPACES.
       77  WS-CONTRACHEQUE-ABERTO  PIC X(01) VALUE "N".
           88 CONTRACHEQUE-ABERTO      VALUE "S".
       77  WS-FIM-DISTRIBUICAO     PIC X(01) VALUE "N".
           88 FIM-DISTRIBUICAO         VALUE "S".
       77  WS-TOTAL-EMAIL          PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-PAPEL          PIC 9(05) VALUE ZERO.
       77  WS-NOME-PAPEL           PIC X(08) VALUE "CCHPAPEL".
      * CCH.AAAAMM.NNNNNN - competencia fechada e matricula.
       01  WS-NOME-CONTRACHEQUE.
           03 FILLER               PIC X(04) VALUE "CCH.".
           03 WS-CCI-COMPETENCIA   PIC 9(06) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ".".
           03 WS-CCI-MATRICULA     PIC 9(06) VALUE ZEROS.
      * CCHDIST.AAAAMM - um indice por competencia.
       01  WS-NOME-DISTRIBUICAO.
           03 FILLER               PIC X(08) VALUE "CCHDIST.".
           03 WS-DIS-COMPETENCIA   PIC 9(06) VALUE ZEROS.
      * Linha do indice desmontada na releitura para a lista do papel.
       01  WS-LINHA-DISTRIBUICAO.
           03 WS-DIS-MATRICULA     PIC X(06).
           03 WS-DIS-NOME          PIC X(41).
           03 WS-DIS-EMAIL         PIC X(50).
           03 WS-DIS-ARQUIVO       PIC X(17).
           03 WS-DIS-ENVIO         PIC X(01).
               88 DIS-ENVIO-EMAIL      VALUE "E".
               88 DIS-ENVIO-PAPEL      VALUE "P".
       77  WS-FIM-CONSIGNADOS      PIC X(01) VALUE "N".
           88 FIM-CONSIGNADOS          VALUE "S".
       77  WS-DESCONTO-CSG         PIC 9(10)V99 VALUE ZEROS.
       77  WS-RETOMADA             PIC X(01) VALUE "N".
           88 RETOMADA                 VALUE "S".
       77  WS-MATRICULA-RETOMADA   PIC 9(06) VALUE ZEROS.
           03 TAB-OCO-ITEM OCCURS 2000 TIMES.
               05 TAB-OCO-MATRICULA PIC 9(06).
               05 TAB-OCO-DIAS      PIC 9(03).
      * Horas extras do ponto (IMPPONTO) ainda nao pagas, em minutos,
      * e o divisor mensal da hora - 220 horas ate o parametro
      * HORASMES ser cadastrado.
       77  WS-FIM-PONTO            PIC X(01) VALUE "N".
           88 FIM-PONTO                VALUE "S".
       77  WS-MIN-EXTRA-50         PIC 9(05) VALUE ZERO.
       77  WS-MIN-EXTRA-100        PIC 9(05) VALUE ZERO.
       77  WS-VALOR-EXTRA-50       PIC 9(10)V99 VALUE ZEROS.
       77  WS-VALOR-EXTRA-100      PIC 9(10)V99 VALUE ZEROS.
       77  WS-HORAS-MES            PIC 9(03) VALUE 220.
       77  WS-HORAS-EXIBIR         PIC 9(03) VALUE ZERO.
       77  WS-MINUTOS-EXIBIR       PIC 9(02) VALUE ZERO.
       77  WS-PARAM-CODIGO         PIC X(08) VALUE SPACES.
       77  WS-PARAM-VALOR          PIC 9(07)V99 VALUE ZEROS.
       77  WS-PARAM-RESULTADO      PIC X(01) VALUE "N".
       77  WS-FIM-VERBAS           PIC X(01) VALUE "N".
           88 FIM-VERBAS               VALUE "S".
       77  WS-INDICE-TIPO          PIC 9(01) VALUE ZERO.
       77  WS-TOTAL-BRUTO          PIC 9(12)V99 VALUE ZEROS.
       77  WS-TOTAL-DEDUCAO        PIC 9(12)V99 VALUE ZEROS.
       77  WS-TOTAL-LIQUIDO        PIC 9(12)V99 VALUE ZEROS.
       77  WS-FIM-DETALHES         PIC X(01) VALUE "N".
           88 FIM-DETALHES             VALUE "S".
       77  WS-QTDE-CCU             PIC 9(03) VALUE ZERO.
       77  WS-MAX-CCU              PIC 9(03) VALUE 200.
       77  WS-INDICE-CCU           PIC 9(03) VALUE ZERO.
       77  WS-ACHOU-CCU            PIC X(01) VALUE "N".
           88 ACHOU-CCU                VALUE "S".
       77  WS-CCUSTO-DETALHE       PIC X(06) VALUE SPACES.
      * Totais da competencia por centro de custo, somados do proprio
      * FOLHADET no fim da folha - vale tambem para a folha retomada
      * do checkpoint, que so tem na memoria o trecho depois da queda.
       01  TABELA-CENTROS-CUSTO.
           03 TAB-CCU-ITEM OCCURS 200 TIMES.
               05 TAB-CCU-CODIGO    PIC X(06).
               05 TAB-CCU-QTDE      PIC 9(05).
               05 TAB-CCU-BRUTO     PIC 9(12)V99.
               05 TAB-CCU-LIQUIDO   PIC 9(12)V99.
       77  WS-QTDE-EMP             PIC 9(02) VALUE ZERO.
       77  WS-MAX-EMP              PIC 9(02) VALUE 99.
       77  WS-INDICE-EMP           PIC 9(03) VALUE ZERO.
       77  WS-ACHOU-EMP            PIC X(01) VALUE "N".
           88 ACHOU-EMP                VALUE "S".
       77  WS-EMPREGADOR-DETALHE   PIC 9(02) VALUE ZEROS.
       77  WS-EMPREGADOR-LIDO      PIC 9(02) VALUE ZEROS.
       77  WS-RESULTADO-EMPR       PIC X(01) VALUE "N".
      * Mesmos totais por empresa do grupo - cada uma tem a sua
      * aprovacao, remessa e guia, e o registro da folha fecha com os
      * numeros de cada.
       01  TABELA-EMPREGADORES.
           03 TAB-EMP-ITEM OCCURS 99 TIMES.
               05 TAB-EMP-CODIGO    PIC 9(02).
               05 TAB-EMP-QTDE      PIC 9(05).
               05 TAB-EMP-BRUTO     PIC 9(12)V99.
               05 TAB-EMP-LIQUIDO   PIC 9(12)V99.
           COPY "REGEMP.cpy".
      >>IF BRLOCALE DEFINED
       01  WS-TOTAL-EDIT           PIC ZZZZZZZZZZZ9,99.
      >>ELSE
           03 WS-FECHADO-MM        PIC 9(02).
           COPY "CALMES.cpy".
           COPY "TABVRB.cpy".
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== GERACAO DE CONTRACHEQUES =====".
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
               CLOSE VERBA-FILE
               OPEN INPUT VERBA-FILE
           END-IF
           OPEN I-O PONTO-FILE
           IF WS-STATUS-PTO = "35"
               OPEN OUTPUT PONTO-FILE
               CLOSE PONTO-FILE
               OPEN I-O PONTO-FILE
           END-IF
           OPEN I-O CONSIGNADO-FILE
           IF WS-STATUS-CSG = "35"
               OPEN OUTPUT CONSIGNADO-FILE
               CLOSE CONSIGNADO-FILE
               OPEN I-O CONSIGNADO-FILE
           END-IF
           OPEN INPUT PLANO-FILE
           IF WS-STATUS-PLA = "35"
               OPEN OUTPUT PLANO-FILE
               CLOSE PLANO-FILE
               OPEN INPUT PLANO-FILE
           END-IF
           OPEN INPUT BENEFICIO-FILE
           IF WS-STATUS-BEN = "35"
               OPEN OUTPUT BENEFICIO-FILE
               CLOSE BENEFICIO-FILE
               OPEN INPUT BENEFICIO-FILE
           END-IF
           MOVE "HORASMES" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S" AND WS-PARAM-VALOR > ZERO
               MOVE WS-PARAM-VALOR TO WS-HORAS-MES
           END-IF
           PERFORM CARREGAR-OCORRENCIAS-MES
           PERFORM LER-CHECKPOINT
           PERFORM ABRIR-DISTRIBUICAO
           IF RETOMADA
               DISPLAY "Retomando a folha apos a matricula "
                   WS-MATRICULA-RETOMADA
           END-IF
           PERFORM GERAR-CONTRACHEQUE UNTIL FIM-ARQUIVO
           PERFORM LIMPAR-CHECKPOINT
           CLOSE DISTRIBUICAO-FILE
           CLOSE FOLHA-DETALHE-FILE
           PERFORM TOTALIZAR-CENTROS-CUSTO
           PERFORM GRAVAR-REGISTRO-FOLHA
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-FOLHA
           PERFORM LISTAR-CONTRACHEQUES-PAPEL
           PERFORM GRAVAR-CONTROLE-FOLHA
      * A folha analitica sai logo atras dos contracheques - e ela
      * que o supervisor revisa em APROVFOL antes de a remessa poder
           END-IF
           CLOSE CADASTRO-FILE
           CLOSE AGENDA-FILE
           CLOSE ADIANTAMENTO-FILE
           CLOSE VERBA-FILE
           CLOSE PONTO-FILE
           CLOSE CONSIGNADO-FILE
           CLOSE PLANO-FILE
           CLOSE BENEFICIO-FILE
      * Repasse dos consignados descontados nesta folha, por banco -
      * depois de fechado o CONSIGNA que ele vai ler.
           CALL "SYSTEM" USING "./RELCONSG"
           IF RETURN-CODE NOT = 0
               DISPLAY "*** FALHA NO REPASSE DE CONSIGNADOS - "
                   "RETURN-CODE=" RETURN-CODE " ***"
               MOVE ZERO TO RETURN-CODE
           END-IF
      * Orcado x realizado do ano ate esta competencia - le o
      * FOLHADET ja fechado acima.
           CALL "SYSTEM" USING "./RELORCA"
           IF RETURN-CODE NOT = 0
               DISPLAY "*** FALHA NO ORCADO X REALIZADO - "
                   "RETURN-CODE=" RETURN-CODE " ***"
               MOVE ZERO TO RETURN-CODE
           END-IF
           DISPLAY "Contracheques gerados: " WS-TOTAL-CONTRACHEQUES
               " no spool CONTRACH"
           DISPLAY "Distribuicao " WS-NOME-DISTRIBUICAO ": "
               WS-TOTAL-EMAIL " por e-mail, " WS-TOTAL-PAPEL
               " em papel (spool CCHPAPEL)"
           DISPLAY "===== FIM DA GERACAO DE CONTRACHEQUES =====".
           STOP RUN.


      * Cada linha do contracheque vai para o spool datado; a quebra
      * entre contracheques e a propria sequencia das linhas.
      * Enquanto um contracheque esta sendo montado a linha vai
      * tambem para o arquivo individual da matricula.
       GRAVAR-LINHA-FOLHA.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-FOLHA
           IF CONTRACHEQUE-ABERTO
               WRITE REGISTRO-CONTRACHEQUE-INDIV FROM LINHA-FOLHA
           END-IF.

      * Retomada continua o indice ja gravado antes da queda; folha
      * nova comeca o indice da competencia do zero.
       ABRIR-DISTRIBUICAO.
           MOVE WS-MES-FECHADO TO WS-DIS-COMPETENCIA
           MOVE WS-MES-FECHADO TO WS-CCI-COMPETENCIA
           MOVE "99" TO WS-STATUS-DIS
           IF RETOMADA
               OPEN EXTEND DISTRIBUICAO-FILE
           END-IF
           IF WS-STATUS-DIS NOT = "00"
               OPEN OUTPUT DISTRIBUICAO-FILE
               MOVE "MATRICULA;NOME;EMAIL;ARQUIVO;ENVIO"
                   TO REGISTRO-DISTRIBUICAO
               WRITE REGISTRO-DISTRIBUICAO
           END-IF.

       ABRIR-CONTRACHEQUE-INDIV.
           MOVE MATRICULA TO WS-CCI-MATRICULA
           OPEN OUTPUT CONTRACHEQUE-INDIV-FILE
           IF WS-STATUS-CCI = "00"
               SET CONTRACHEQUE-ABERTO TO TRUE
           ELSE
               MOVE WS-NOME-CONTRACHEQUE TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-CCI TO ERR-STATUS
               MOVE MATRICULA TO ERR-CHAVE
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "*** ERRO AO CRIAR " WS-NOME-CONTRACHEQUE
                   " - STATUS " WS-STATUS-CCI " ***"
           END-IF.

      * Fecha o arquivo da matricula e registra no indice como ele
      * chega a pessoa: E = e-mail do cadastro, P = papel.
       FECHAR-CONTRACHEQUE-INDIV.
           IF CONTRACHEQUE-ABERTO
               CLOSE CONTRACHEQUE-INDIV-FILE
               MOVE "N" TO WS-CONTRACHEQUE-ABERTO
           END-IF
           MOVE SPACES TO REGISTRO-DISTRIBUICAO
           IF EMAIL-ALUNO = SPACES
               STRING MATRICULA ";" DELIMITED BY SIZE
                   PRIMEIRONOME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   SOBRENOME DELIMITED BY "  "
                   ";" DELIMITED BY SIZE
                   WS-NOME-CONTRACHEQUE ";P" DELIMITED BY SIZE
                   INTO REGISTRO-DISTRIBUICAO
               ADD 1 TO WS-TOTAL-PAPEL
           ELSE
               STRING MATRICULA ";" DELIMITED BY SIZE
                   PRIMEIRONOME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   SOBRENOME DELIMITED BY "  "
                   ";" DELIMITED BY SIZE
                   EMAIL-ALUNO DELIMITED BY SPACE
                   ";" WS-NOME-CONTRACHEQUE ";E" DELIMITED BY SIZE
                   INTO REGISTRO-DISTRIBUICAO
               ADD 1 TO WS-TOTAL-EMAIL
           END-IF
           WRITE REGISTRO-DISTRIBUICAO.

      * Os contracheques sem e-mail saem numa lista propria, depois
      * do spool da folha fechado, relendo o indice da competencia
      * inteira - na retomada tambem entra o trecho de antes da queda.
       LISTAR-CONTRACHEQUES-PAPEL.
           MOVE ZERO TO WS-TOTAL-EMAIL
           MOVE ZERO TO WS-TOTAL-PAPEL
           MOVE "N" TO WS-FIM-DISTRIBUICAO
           OPEN INPUT DISTRIBUICAO-FILE
           IF WS-STATUS-DIS = "00"
               PERFORM EMITIR-LISTA-PAPEL
           END-IF.

       EMITIR-LISTA-PAPEL.
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-PAPEL
               LINHA-FOLHA
           MOVE SPACES TO LINHA-FOLHA
           STRING "CONTRACHEQUES PARA IMPRESSAO EM PAPEL - "
               FISCAL-MES-EXTENSO(WS-FECHADO-MM) "/" WS-FECHADO-ANO
               DELIMITED BY SIZE INTO LINHA-FOLHA
           PERFORM GRAVAR-LINHA-PAPEL
           MOVE "MATRIC NOME" TO LINHA-FOLHA
           MOVE "ARQUIVO" TO LINHA-FOLHA (50:)
           PERFORM GRAVAR-LINHA-PAPEL
           PERFORM LER-PROXIMA-DISTRIBUICAO
           PERFORM CONFERIR-DISTRIBUICAO UNTIL FIM-DISTRIBUICAO
           CLOSE DISTRIBUICAO-FILE
           MOVE ALL "=" TO LINHA-FOLHA
           PERFORM GRAVAR-LINHA-PAPEL
           MOVE SPACES TO LINHA-FOLHA
           STRING "TOTAL EM PAPEL: " WS-TOTAL-PAPEL
               "  POR E-MAIL: " WS-TOTAL-EMAIL
               DELIMITED BY SIZE INTO LINHA-FOLHA
           PERFORM GRAVAR-LINHA-PAPEL
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-PAPEL
               LINHA-FOLHA.

       LER-PROXIMA-DISTRIBUICAO.
           READ DISTRIBUICAO-FILE
               AT END SET FIM-DISTRIBUICAO TO TRUE
           END-READ.

      * O cabecalho do indice nao tem matricula numerica e fica fora.
       CONFERIR-DISTRIBUICAO.
           MOVE SPACES TO WS-LINHA-DISTRIBUICAO
           UNSTRING REGISTRO-DISTRIBUICAO DELIMITED BY ";"
               INTO WS-DIS-MATRICULA WS-DIS-NOME WS-DIS-EMAIL
                   WS-DIS-ARQUIVO WS-DIS-ENVIO
           END-UNSTRING
           IF WS-DIS-MATRICULA IS NUMERIC
               IF DIS-ENVIO-PAPEL
                   MOVE SPACES TO LINHA-FOLHA
                   STRING WS-DIS-MATRICULA " " WS-DIS-NOME
                       DELIMITED BY SIZE INTO LINHA-FOLHA
                   MOVE WS-DIS-ARQUIVO TO LINHA-FOLHA (50:)
                   PERFORM GRAVAR-LINHA-PAPEL
                   ADD 1 TO WS-TOTAL-PAPEL
               ELSE
                   ADD 1 TO WS-TOTAL-EMAIL
               END-IF
           END-IF
           PERFORM LER-PROXIMA-DISTRIBUICAO.

       GRAVAR-LINHA-PAPEL.
           DISPLAY LINHA-FOLHA
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-PAPEL
               LINHA-FOLHA
           MOVE SPACES TO LINHA-FOLHA.

       LER-PROXIMO-REGISTRO.
           READ CADASTRO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           CLOSE CHECKPOINT-FILE.

       GRAVAR-CONTRACHEQUE.
           PERFORM ABRIR-CONTRACHEQUE-INDIV
           PERFORM LOCALIZAR-FERIAS-DO-MES
           PERFORM LOCALIZAR-ADIANTAMENTO-MES
           MOVE SALARIO-ALUNO TO SALARIO-ALUNO-EDIT
           STRING "MATRICULA: " MATRICULA "  NOME: " PRIMEIRONOME
               " " SOBRENOME DELIMITED BY SIZE INTO LINHA-FOLHA
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE EMPREGADOR-ALUNO TO WS-EMPREGADOR-DETALHE
           PERFORM NORMALIZAR-EMPREGADOR
           PERFORM LOCALIZAR-EMPREGADOR
           MOVE SPACES TO LINHA-FOLHA
           STRING "EMPREGADOR.......: " EMP-RAZAO-SOCIAL
               " CNPJ " EMP-CNPJ DELIMITED BY SIZE INTO LINHA-FOLHA
           PERFORM GRAVAR-LINHA-FOLHA
           IF CCUSTO-ALUNO NOT = SPACES
               MOVE SPACES TO LINHA-FOLHA
               STRING "CENTRO DE CUSTO..: " CCUSTO-ALUNO
                   DELIMITED BY SIZE INTO LINHA-FOLHA
               PERFORM GRAVAR-LINHA-FOLHA
           END-IF
           MOVE SPACES TO LINHA-FOLHA
           STRING "SALARIO BRUTO....: " SALARIO-ALUNO-EDIT
               DELIMITED BY SIZE INTO LINHA-FOLHA
      * SALARIO-ALUNO e sem sujar o HISTSAL.
           MOVE SALARIO-LIQUIDO TO WS-LIQUIDO-MES
           PERFORM APLICAR-VERBAS-MES
           PERFORM APLICAR-CONSIGNADOS-MES
           PERFORM APLICAR-PLANOS-MES
           IF FERIAS-NO-MES
               COMPUTE WS-VALOR-FERIAS ROUNDED =
                   SALARIO-ALUNO * WS-DIAS-FERIAS / 30
               PERFORM GRAVAR-LINHA-FOLHA
               PERFORM MARCAR-FERIAS-PAGAS
           END-IF
      * Horas extras apuradas pelo IMPPONTO: 50% e 100% em linhas
      * proprias, somadas ao liquido como os demais proventos.
           PERFORM LOCALIZAR-HORAS-EXTRAS
           IF WS-MIN-EXTRA-50 > ZERO
               COMPUTE WS-VALOR-EXTRA-50 ROUNDED =
                   SALARIO-ALUNO * WS-MIN-EXTRA-50 * 3
                   / (WS-HORAS-MES * 120)
               ADD WS-VALOR-EXTRA-50 TO WS-LIQUIDO-MES
               DIVIDE WS-MIN-EXTRA-50 BY 60 GIVING WS-HORAS-EXIBIR
                   REMAINDER WS-MINUTOS-EXIBIR
               MOVE WS-VALOR-EXTRA-50 TO WS-TOTAL-EDIT
               MOVE SPACES TO LINHA-FOLHA
               STRING "HORAS EXTRAS 50% (" WS-HORAS-EXIBIR ":"
                   WS-MINUTOS-EXIBIR ") (+): " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINHA-FOLHA
               PERFORM GRAVAR-LINHA-FOLHA
           END-IF
           IF WS-MIN-EXTRA-100 > ZERO
               COMPUTE WS-VALOR-EXTRA-100 ROUNDED =
                   SALARIO-ALUNO * WS-MIN-EXTRA-100
                   / (WS-HORAS-MES * 30)
               ADD WS-VALOR-EXTRA-100 TO WS-LIQUIDO-MES
               DIVIDE WS-MIN-EXTRA-100 BY 60 GIVING WS-HORAS-EXIBIR
                   REMAINDER WS-MINUTOS-EXIBIR
               MOVE WS-VALOR-EXTRA-100 TO WS-TOTAL-EDIT
               MOVE SPACES TO LINHA-FOLHA
               STRING "HORAS EXTRAS 100% (" WS-HORAS-EXIBIR ":"
                   WS-MINUTOS-EXIBIR ") (+): " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINHA-FOLHA
               PERFORM GRAVAR-LINHA-FOLHA
           END-IF
      * Faltas e afastamentos do mes lancados em LANOCORR: os dias
      * saem precificados em linha propria e descontados do liquido.
           PERFORM LOCALIZAR-OCORRENCIAS-MES
           ADD SALARIO-ALUNO TO WS-TOTAL-BRUTO
           ADD DEDUCAO-ALUNO TO WS-TOTAL-DEDUCAO
           ADD WS-LIQUIDO-MES TO WS-TOTAL-LIQUIDO
           PERFORM GRAVAR-DETALHE-FOLHA
           PERFORM FECHAR-CONTRACHEQUE-INDIV.

      * Memoria mensal da folha pessoa a pessoa (FOLHADET) - e daqui
      * que o informe de rendimentos anual soma o que cada matricula
           MOVE SALARIO-ALUNO TO FDET-BRUTO
           MOVE DEDUCAO-ALUNO TO FDET-DEDUCAO
           MOVE WS-LIQUIDO-MES TO FDET-LIQUIDO
           MOVE CCUSTO-ALUNO TO FDET-CCUSTO
           MOVE EMPREGADOR-ALUNO TO WS-EMPREGADOR-DETALHE
           PERFORM NORMALIZAR-EMPREGADOR
           MOVE WS-EMPREGADOR-DETALHE TO FDET-EMPREGADOR
           WRITE REGISTRO-FOLHA-DETALHE.

      * Cadastro ou detalhe gravado antes do campo de empregador traz
      * espacos - e da empresa original, o empregador 01.
       NORMALIZAR-EMPREGADOR.
           IF WS-EMPREGADOR-DETALHE IS NOT NUMERIC
                   OR WS-EMPREGADOR-DETALHE = ZEROS
               MOVE 01 TO WS-EMPREGADOR-DETALHE
           END-IF.

      * Os contracheques vem em ordem de matricula, com as empresas
      * misturadas - so rele o EMPREGAD quando a empresa muda.
       LOCALIZAR-EMPREGADOR.
           IF WS-EMPREGADOR-DETALHE NOT = WS-EMPREGADOR-LIDO
               CALL "LEREMPR" USING WS-EMPREGADOR-DETALHE,
                   REGISTRO-EMPREGADOR, WS-RESULTADO-EMPR
               IF WS-RESULTADO-EMPR = "S"
                   MOVE WS-EMPREGADOR-DETALHE TO WS-EMPREGADOR-LIDO
               ELSE
                   MOVE ZEROS TO WS-EMPREGADOR-LIDO
                   MOVE ZEROS TO EMP-CNPJ
                   MOVE "EMPREGADOR NAO CADASTRADO"
                       TO EMP-RAZAO-SOCIAL
               END-IF
           END-IF.

      * Releitura do FOLHADET da competencia acumulando por centro de
      * custo - cadastro ainda sem centro cai no generico "FOLHA", o
      * mesmo que a exportacao contabil usa - e por empregador.
       TOTALIZAR-CENTROS-CUSTO.
           MOVE ZERO TO WS-QTDE-CCU
           MOVE ZERO TO WS-QTDE-EMP
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
               PERFORM SOMAR-CCUSTO-TABELA
               MOVE FDET-EMPREGADOR TO WS-EMPREGADOR-DETALHE
               PERFORM NORMALIZAR-EMPREGADOR
               PERFORM SOMAR-EMPREGADOR-TABELA
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
               MOVE WS-CCUSTO-DETALHE TO TAB-CCU-CODIGO(WS-INDICE-CCU)
               MOVE ZEROS TO TAB-CCU-QTDE(WS-INDICE-CCU)
               MOVE ZEROS TO TAB-CCU-BRUTO(WS-INDICE-CCU)
               MOVE ZEROS TO TAB-CCU-LIQUIDO(WS-INDICE-CCU)
               SET ACHOU-CCU TO TRUE
           END-IF
           IF ACHOU-CCU
               ADD 1 TO TAB-CCU-QTDE(WS-INDICE-CCU)
               ADD FDET-BRUTO TO TAB-CCU-BRUTO(WS-INDICE-CCU)
               ADD FDET-LIQUIDO TO TAB-CCU-LIQUIDO(WS-INDICE-CCU)
           END-IF.

       COMPARAR-CCUSTO-TABELA.
           IF TAB-CCU-CODIGO(WS-INDICE-CCU) = WS-CCUSTO-DETALHE
               SET ACHOU-CCU TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-CCU
           END-IF.

       SOMAR-EMPREGADOR-TABELA.
           MOVE "N" TO WS-ACHOU-EMP
           PERFORM COMPARAR-EMPREGADOR-TABELA
               VARYING WS-INDICE-EMP FROM 1 BY 1
               UNTIL WS-INDICE-EMP > WS-QTDE-EMP OR ACHOU-EMP
           IF NOT ACHOU-EMP AND WS-QTDE-EMP < WS-MAX-EMP
               ADD 1 TO WS-QTDE-EMP
               MOVE WS-QTDE-EMP TO WS-INDICE-EMP
               MOVE WS-EMPREGADOR-DETALHE
                   TO TAB-EMP-CODIGO(WS-INDICE-EMP)
               MOVE ZEROS TO TAB-EMP-QTDE(WS-INDICE-EMP)
               MOVE ZEROS TO TAB-EMP-BRUTO(WS-INDICE-EMP)
               MOVE ZEROS TO TAB-EMP-LIQUIDO(WS-INDICE-EMP)
               SET ACHOU-EMP TO TRUE
           END-IF
           IF ACHOU-EMP
               ADD 1 TO TAB-EMP-QTDE(WS-INDICE-EMP)
               ADD FDET-BRUTO TO TAB-EMP-BRUTO(WS-INDICE-EMP)
               ADD FDET-LIQUIDO TO TAB-EMP-LIQUIDO(WS-INDICE-EMP)
           END-IF.

       COMPARAR-EMPREGADOR-TABELA.
           IF TAB-EMP-CODIGO(WS-INDICE-EMP) = WS-EMPREGADOR-DETALHE
               SET ACHOU-EMP TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-EMP
           END-IF.

      * Procura na agenda um periodo confirmado cujo inicio cai no
      * mes fechado desta folha.
       LOCALIZAR-FERIAS-DO-MES.
               PERFORM LER-PROXIMA-VERBA
           END-IF.

      * Parcela do mes de cada consignado ativo (MANCONSG), em linha
      * propria: retem a parcela, ou o que couber no liquido e no
      * saldo, e baixa o saldo - o contrato se encerra sozinho quando
      * o saldo zera. Contrato ja descontado nesta competencia (folha
      * retomada) repete o mesmo valor sem baixar de novo.
       APLICAR-CONSIGNADOS-MES.
           MOVE "N" TO WS-FIM-CONSIGNADOS
           MOVE MATRICULA TO CSG-MATRICULA
           MOVE ZEROS TO CSG-SEQUENCIA
           START CONSIGNADO-FILE KEY NOT < CSG-CHAVE
               INVALID KEY SET FIM-CONSIGNADOS TO TRUE
           END-START
           IF NOT FIM-CONSIGNADOS
               PERFORM LER-PROXIMO-CONSIGNADO
           END-IF
           PERFORM APLICAR-UM-CONSIGNADO UNTIL FIM-CONSIGNADOS.

       LER-PROXIMO-CONSIGNADO.
           READ CONSIGNADO-FILE NEXT RECORD
               AT END SET FIM-CONSIGNADOS TO TRUE
           END-READ.

       APLICAR-UM-CONSIGNADO.
           IF CSG-MATRICULA NOT = MATRICULA
               SET FIM-CONSIGNADOS TO TRUE
           ELSE
               MOVE ZEROS TO WS-DESCONTO-CSG
               IF CSG-ULTIMA-COMPETENCIA = WS-MES-FECHADO
                   MOVE CSG-ULTIMO-DESCONTO TO WS-DESCONTO-CSG
               ELSE
                   IF CSG-ATIVO
                           AND CSG-COMPETENCIA-INICIO
                               NOT > WS-MES-FECHADO
                       PERFORM BAIXAR-PARCELA-CONSIGNADO
                   END-IF
               END-IF
               IF WS-DESCONTO-CSG > ZERO
                   SUBTRACT WS-DESCONTO-CSG FROM WS-LIQUIDO-MES
                   MOVE WS-DESCONTO-CSG TO WS-TOTAL-EDIT
                   MOVE SPACES TO LINHA-FOLHA
                   STRING "CONSIGNADO BCO " CSG-BANCO " PARC "
                       CSG-PARCELAS-PAGAS "/" CSG-QTDE-PARCELAS
                       " (-): " WS-TOTAL-EDIT
                       DELIMITED BY SIZE INTO LINHA-FOLHA
                   PERFORM GRAVAR-LINHA-FOLHA
               END-IF
               PERFORM LER-PROXIMO-CONSIGNADO
           END-IF.

      * Parte do empregado de cada vida (titular e dependentes) dos
      * planos vigentes na competencia fechada, em linha propria e
      * limitada ao liquido que sobrou. Nada e baixado no arquivo - a
      * folha retomada refaz a mesma conta.
       APLICAR-PLANOS-MES.
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
           PERFORM APLICAR-UM-BENEFICIO UNTIL FIM-BENEFICIOS.

       LER-PROXIMO-BENEFICIO.
           READ BENEFICIO-FILE NEXT RECORD
               AT END SET FIM-BENEFICIOS TO TRUE
           END-READ.

       APLICAR-UM-BENEFICIO.
           IF BEN-MATRICULA NOT = MATRICULA
               SET FIM-BENEFICIOS TO TRUE
           ELSE
               IF BEN-COMPETENCIA-INICIO NOT > WS-MES-FECHADO
                       AND (BEN-COMPETENCIA-FIM = ZEROS
                           OR BEN-COMPETENCIA-FIM
                               NOT < WS-MES-FECHADO)
                   PERFORM DESCONTAR-VIDA-PLANO
               END-IF
               PERFORM LER-PROXIMO-BENEFICIO
           END-IF.

       DESCONTAR-VIDA-PLANO.
           MOVE BEN-PLANO TO PLA-CODIGO
           READ PLANO-FILE
               INVALID KEY
                   MOVE ZEROS TO PLA-EMPREGADO-TITULAR
                       PLA-EMPREGADO-DEPENDENTE
                   MOVE "PLANO NAO CADASTRADO" TO PLA-DESCRICAO
           END-READ
           IF BEN-TITULAR
               MOVE PLA-EMPREGADO-TITULAR TO WS-DESCONTO-PLANO
           ELSE
               MOVE PLA-EMPREGADO-DEPENDENTE TO WS-DESCONTO-PLANO
           END-IF
           IF WS-DESCONTO-PLANO > WS-LIQUIDO-MES
               MOVE WS-LIQUIDO-MES TO WS-DESCONTO-PLANO
           END-IF
           IF WS-DESCONTO-PLANO > ZERO
               SUBTRACT WS-DESCONTO-PLANO FROM WS-LIQUIDO-MES
               MOVE WS-DESCONTO-PLANO TO WS-TOTAL-EDIT
               MOVE SPACES TO LINHA-FOLHA
               IF BEN-TITULAR
                   STRING PLA-DESCRICAO " TITULAR (-): "
                       WS-TOTAL-EDIT
                       DELIMITED BY SIZE INTO LINHA-FOLHA
               ELSE
                   STRING PLA-DESCRICAO " DEPEND. " BEN-DEP-SEQUENCIA
                       " (-): " WS-TOTAL-EDIT
                       DELIMITED BY SIZE INTO LINHA-FOLHA
               END-IF
               PERFORM GRAVAR-LINHA-FOLHA
           END-IF.

       BAIXAR-PARCELA-CONSIGNADO.
           MOVE CSG-VALOR-PARCELA TO WS-DESCONTO-CSG
           IF WS-DESCONTO-CSG > CSG-SALDO-DEVEDOR
               MOVE CSG-SALDO-DEVEDOR TO WS-DESCONTO-CSG
           END-IF
           IF WS-DESCONTO-CSG > WS-LIQUIDO-MES
               MOVE WS-LIQUIDO-MES TO WS-DESCONTO-CSG
           END-IF
           SUBTRACT WS-DESCONTO-CSG FROM CSG-SALDO-DEVEDOR
      * Parcela so conta como paga quando saiu inteira (ou quando o
      * desconto quitou o saldo, a ultima menor que a parcela); liquido
      * que nao cobriu a parcela deixa a diferenca no saldo devedor.
           IF WS-DESCONTO-CSG = CSG-VALOR-PARCELA
                   OR (WS-DESCONTO-CSG > ZERO
                       AND CSG-SALDO-DEVEDOR = ZERO)
               ADD 1 TO CSG-PARCELAS-PAGAS
           END-IF
           MOVE WS-MES-FECHADO TO CSG-ULTIMA-COMPETENCIA
           MOVE WS-DESCONTO-CSG TO CSG-ULTIMO-DESCONTO
           IF CSG-SALDO-DEVEDOR = ZERO
               SET CSG-QUITADO TO TRUE
           END-IF
           REWRITE REGISTRO-CONSIGNADO
               INVALID KEY
                   MOVE "CONSIGNA" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-CSG TO ERR-STATUS
                   MOVE CSG-CHAVE TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "*** CONSIGNADO " CSG-CHAVE
                       " NAO ATUALIZADO - STATUS " WS-STATUS-CSG
                       " ***"
           END-REWRITE.

       LOCALIZAR-TIPO-VERBA.
           MOVE "N" TO WS-TIPO-ACHADO
           MOVE "VERBA NAO CATALOGADA" TO WS-DESCRICAO-TIPO
                   TO WS-DIAS-OCORRENCIA
           END-IF.

      * Dias do ponto da matricula ate o fim do mes fechado ainda nao
      * pagos - um dia importado atrasado entra na folha seguinte. O
      * dia ja marcado pago nesta mesma competencia conta de novo, para
      * a folha retomada do checkpoint repetir as mesmas horas no
      * contracheque regerado.
       LOCALIZAR-HORAS-EXTRAS.
           MOVE ZERO TO WS-MIN-EXTRA-50 WS-MIN-EXTRA-100
           MOVE "N" TO WS-FIM-PONTO
           MOVE MATRICULA TO PTO-MATRICULA
           MOVE ZEROS TO PTO-DATA
           START PONTO-FILE KEY NOT < PTO-CHAVE
               INVALID KEY SET FIM-PONTO TO TRUE
           END-START
           IF NOT FIM-PONTO
               PERFORM LER-PROXIMO-PONTO
           END-IF
           PERFORM SOMAR-PONTO-DIA UNTIL FIM-PONTO.

       LER-PROXIMO-PONTO.
           READ PONTO-FILE NEXT RECORD
               AT END SET FIM-PONTO TO TRUE
           END-READ.

       SOMAR-PONTO-DIA.
           IF PTO-MATRICULA NOT = MATRICULA
               SET FIM-PONTO TO TRUE
           ELSE
               IF PTO-DATA (1:6) NOT > WS-MES-FECHADO
                       AND (PTO-IMPORTADO OR (PTO-PAGO
                           AND PTO-COMPETENCIA-PAGA = WS-MES-FECHADO))
                   ADD PTO-MIN-EXTRA-50 TO WS-MIN-EXTRA-50
                   ADD PTO-MIN-EXTRA-100 TO WS-MIN-EXTRA-100
                   SET PTO-PAGO TO TRUE
                   MOVE WS-MES-FECHADO TO PTO-COMPETENCIA-PAGA
                   REWRITE REGISTRO-PONTO
                       INVALID KEY
                           MOVE "PONTO" TO ERR-ARQUIVO
                           MOVE "REWRITE" TO ERR-OPERACAO
                           MOVE WS-STATUS-PTO TO ERR-STATUS
                           MOVE PTO-CHAVE TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "*** PONTO " PTO-CHAVE
                               " NAO MARCADO COMO PAGO - STATUS "
                               WS-STATUS-PTO " ***"
                   END-REWRITE
               END-IF
               PERFORM LER-PROXIMO-PONTO
           END-IF.

       LOCALIZAR-ADIANTAMENTO-MES.
           MOVE "N" TO WS-ADIANTADO-NO-MES
           MOVE ZEROS TO WS-VALOR-ADIANTADO
           MOVE SPACES TO LINHA-FOLHA
           STRING "TOTAL LIQUIDO....: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-FOLHA
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE ALL "-" TO LINHA-FOLHA
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE "TOTAIS POR CENTRO DE CUSTO" TO LINHA-FOLHA
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE SPACES TO LINHA-FOLHA
           MOVE "CENTRO" TO LINHA-FOLHA (1:6)
           MOVE "QTDE" TO LINHA-FOLHA (21:4)
           MOVE "BRUTO" TO LINHA-FOLHA (37:5)
           MOVE "LIQUIDO" TO LINHA-FOLHA (56:7)
           PERFORM GRAVAR-LINHA-FOLHA
           PERFORM GRAVAR-LINHA-CCUSTO
               VARYING WS-INDICE-CCU FROM 1 BY 1
               UNTIL WS-INDICE-CCU > WS-QTDE-CCU
           MOVE ALL "-" TO LINHA-FOLHA
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE "TOTAIS POR EMPREGADOR" TO LINHA-FOLHA
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE SPACES TO LINHA-FOLHA
           MOVE "EMPREGADOR" TO LINHA-FOLHA (1:10)
           MOVE "QTDE" TO LINHA-FOLHA (21:4)
           MOVE "BRUTO" TO LINHA-FOLHA (37:5)
           MOVE "LIQUIDO" TO LINHA-FOLHA (56:7)
           MOVE "RAZAO SOCIAL" TO LINHA-FOLHA (65:12)
           PERFORM GRAVAR-LINHA-FOLHA
           PERFORM GRAVAR-LINHA-EMPREGADOR
               VARYING WS-INDICE-EMP FROM 1 BY 1
               UNTIL WS-INDICE-EMP > WS-QTDE-EMP.

       GRAVAR-LINHA-CCUSTO.
           MOVE SPACES TO LINHA-FOLHA
           MOVE TAB-CCU-CODIGO(WS-INDICE-CCU) TO LINHA-FOLHA (1:6)
           MOVE TAB-CCU-QTDE(WS-INDICE-CCU) TO LINHA-FOLHA (20:5)
           MOVE TAB-CCU-BRUTO(WS-INDICE-CCU) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO LINHA-FOLHA (27:15)
           MOVE TAB-CCU-LIQUIDO(WS-INDICE-CCU) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO LINHA-FOLHA (48:15)
           PERFORM GRAVAR-LINHA-FOLHA.

       GRAVAR-LINHA-EMPREGADOR.
           MOVE TAB-EMP-CODIGO(WS-INDICE-EMP) TO WS-EMPREGADOR-DETALHE
           PERFORM LOCALIZAR-EMPREGADOR
           MOVE SPACES TO LINHA-FOLHA
           MOVE TAB-EMP-CODIGO(WS-INDICE-EMP) TO LINHA-FOLHA (1:2)
           MOVE TAB-EMP-QTDE(WS-INDICE-EMP) TO LINHA-FOLHA (20:5)
           MOVE TAB-EMP-BRUTO(WS-INDICE-EMP) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO LINHA-FOLHA (27:15)
           MOVE TAB-EMP-LIQUIDO(WS-INDICE-EMP) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO LINHA-FOLHA (48:15)
           MOVE EMP-RAZAO-SOCIAL TO LINHA-FOLHA (65:30)
           PERFORM GRAVAR-LINHA-FOLHA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CONTRACH" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CONTRACH.
