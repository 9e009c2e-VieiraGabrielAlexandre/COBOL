      ******************************************************************
      * Author:
      * Date:
      * Purpose: Declaracao anual do imposto retido na fonte - o lado
      *          do empregador do que o INFREND entrega a cada pessoa.
      *          Le a memoria mensal da folha (FOLHADET) do ano
      *          calendario pedido e grava o arquivo de layout fixo
      *          para a Receita Federal (DECIRRF.TXT): header do
      *          declarante, um bloco por CPF beneficiario (registro
      *          do beneficiario, rendimento tributavel mes a mes e
      *          deducao retida mes a mes - matriculas do mesmo CPF
      *          somam no mesmo bloco) e trailer com os totais do ano.
      *          Matricula paga no ano sem CPF no CADUSUAR aborta a
      *          geracao: lista cada uma, termina com RETURN-CODE 8 e
      *          nao deixa arquivo para ser enviado. A conferencia
      *          (spool DECIRRF) fecha o bruto e a deducao do arquivo
      *          contra a soma do FOLHADET do ano - os mesmos numeros
      *          da pagina de totais do INFREND.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECIRRF.
       ENVIRONMENT DIVISION.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-DETALHE-FILE ASSIGN TO "FOLHADET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FDT.
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
           SELECT DECLARACAO-FILE ASSIGN TO "DECIRRF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEC.
           SELECT CLASSIFICACAO-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-DETALHE-FILE.
           COPY "REGFDET.cpy".
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  DECLARACAO-FILE.
       01  LINHA-DECLARACAO        PIC X(200).
       SD  CLASSIFICACAO-FILE.
       01  REGISTRO-CLASSIFICACAO.
           03 CLS-CPF              PIC 9(11).
           03 CLS-MATRICULA        PIC 9(06).
           03 CLS-MES              PIC 9(02).
           03 CLS-BRUTO            PIC 9(10)V99.
           03 CLS-DEDUCAO          PIC 9(10)V99.
           03 CLS-NOME             PIC X(40).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-FDT       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEC       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-FIM-CLASSIFICADO PIC X(01) VALUE "N".
           88 FIM-CLASSIFICADO     VALUE "S".
       77  WS-ANO-DECLARACAO   PIC 9(04) VALUE ZEROS.
       77  WS-CPF-ATUAL        PIC 9(11) VALUE ZEROS.
       77  WS-CPF-ACHADO       PIC 9(11) VALUE ZEROS.
       77  WS-NOME-ACHADO      PIC X(40) VALUE SPACES.
       77  WS-INDICE-MES       PIC 9(02) VALUE ZERO.
       77  WS-QTDE-SEM-CPF     PIC 9(05) VALUE ZERO.
       77  WS-QTDE-DETALHES    PIC 9(07) VALUE ZERO.
       77  WS-QTDE-BENEFICIARIOS PIC 9(06) VALUE ZERO.
       77  WS-QTDE-REGISTROS   PIC 9(07) VALUE ZERO.
       77  WS-FDT-BRUTO        PIC 9(13)V99 VALUE ZEROS.
       77  WS-FDT-DEDUCAO      PIC 9(13)V99 VALUE ZEROS.
       77  WS-ARQ-BRUTO        PIC 9(13)V99 VALUE ZEROS.
       77  WS-ARQ-DEDUCAO      PIC 9(13)V99 VALUE ZEROS.
       77  WS-CNPJ-EMPRESA     PIC 9(14) VALUE 12345678000195.
       77  WS-NOME-EMPRESA     PIC X(30)
                               VALUE "SISTEMA CADASTRO LTDA".
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "DECIRRF".
       01  LINHA-CONFERENCIA   PIC X(100) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZZ9.99.
      >>END-IF
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL     PIC 9(04).
           03 FILLER           PIC 9(04).
      * Valores do beneficiario corrente, mes a mes, acumulados ate a
      * quebra de CPF.
       01  TABELA-MESES-BENEFICIARIO.
           03 TAB-MES-ITEM OCCURS 12 TIMES.
               05 TAB-MES-BRUTO    PIC 9(13)V99.
               05 TAB-MES-DEDUCAO  PIC 9(13)V99.
      * Layout fixo da declaracao, 200 posicoes por registro - header
      * do declarante (tipo 0), beneficiario (tipo 1), rendimento
      * tributavel mensal (tipo 2, RTRT), imposto retido mensal
      * (tipo 3, RTIRF) e trailer (tipo 9).
       01  DEC-HEADER.
           03 DH-TIPO              PIC X(01) VALUE "0".
           03 DH-IDENTIFICADOR     PIC X(04) VALUE "DIRF".
           03 DH-ANO-CALENDARIO    PIC 9(04).
           03 DH-CNPJ-DECLARANTE   PIC 9(14).
           03 DH-NOME-DECLARANTE   PIC X(30).
           03 DH-DATA-GERACAO      PIC 9(08).
           03 FILLER               PIC X(139) VALUE SPACES.
       01  DEC-BENEFICIARIO.
           03 DB-TIPO              PIC X(01) VALUE "1".
           03 DB-IDENTIFICADOR     PIC X(04) VALUE "BPFD".
           03 DB-CPF               PIC 9(11).
           03 DB-NOME              PIC X(40).
           03 DB-MATRICULA         PIC 9(06).
           03 FILLER               PIC X(138) VALUE SPACES.
       01  DEC-VALORES-MENSAIS.
           03 DV-TIPO              PIC X(01).
           03 DV-IDENTIFICADOR     PIC X(05).
           03 DV-CPF               PIC 9(11).
           03 DV-VALOR-MES         PIC 9(13)V99 OCCURS 12 TIMES.
           03 FILLER               PIC X(03) VALUE SPACES.
       01  DEC-TRAILER.
           03 DT-TIPO              PIC X(01) VALUE "9".
           03 DT-IDENTIFICADOR     PIC X(04) VALUE "FIMD".
           03 DT-QTDE-BENEFICIARIOS PIC 9(06).
           03 DT-QTDE-REGISTROS    PIC 9(07).
           03 DT-TOTAL-RENDIMENTO  PIC 9(13)V99.
           03 DT-TOTAL-RETIDO      PIC 9(13)V99.
           03 FILLER               PIC X(152) VALUE SPACES.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== DECLARACAO ANUAL DO IMPOSTO RETIDO =====".
           DISPLAY "Ano calendario (AAAA, 0 = ano anterior): "
               WITH NO ADVANCING.
           ACCEPT WS-ANO-DECLARACAO.
           IF WS-ANO-DECLARACAO = ZERO
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
               COMPUTE WS-ANO-DECLARACAO = WS-ANO-ATUAL - 1
           END-IF
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro indisponivel - status " WS-STATUS-ARQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * Primeira passada so confere: nenhum pagamento do ano pode ficar
      * sem beneficiario identificado - a declaracao nao sai pela
      * metade.
           PERFORM CONFERIR-CPF-DO-ANO
           IF WS-QTDE-DETALHES = ZERO
               DISPLAY "Nenhum pagamento registrado em FOLHADET "
                   "para " WS-ANO-DECLARACAO
               CLOSE CADASTRO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-QTDE-SEM-CPF > ZERO
               DISPLAY "*******************************************"
               DISPLAY "*** DECLARACAO NAO GERADA: " WS-QTDE-SEM-CPF
                   " PAGAMENTO(S) SEM CPF ***"
               DISPLAY "*** COMPLETE O CPF NO CADASTRO E RODE DE NOVO"
               DISPLAY "*******************************************"
               CLOSE CADASTRO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DECLARACAO-FILE
           IF WS-STATUS-DEC NOT = "00"
               MOVE "DECIRRF.TXT" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-DEC TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "DECIRRF.TXT nao pode ser criado - status "
                   WS-STATUS-DEC
               CLOSE CADASTRO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ANO-DECLARACAO TO DH-ANO-CALENDARIO
           MOVE WS-CNPJ-EMPRESA TO DH-CNPJ-DECLARANTE
           MOVE WS-NOME-EMPRESA TO DH-NOME-DECLARANTE
           ACCEPT DH-DATA-GERACAO FROM DATE YYYYMMDD
           WRITE LINHA-DECLARACAO FROM DEC-HEADER
           ADD 1 TO WS-QTDE-REGISTROS
           SORT CLASSIFICACAO-FILE
               ON ASCENDING KEY CLS-CPF
               ON ASCENDING KEY CLS-MATRICULA
               INPUT PROCEDURE IS SELECIONAR-PAGAMENTOS
               OUTPUT PROCEDURE IS GRAVAR-BENEFICIARIOS
           ADD 1 TO WS-QTDE-REGISTROS
           MOVE WS-QTDE-BENEFICIARIOS TO DT-QTDE-BENEFICIARIOS
           MOVE WS-QTDE-REGISTROS TO DT-QTDE-REGISTROS
           MOVE WS-ARQ-BRUTO TO DT-TOTAL-RENDIMENTO
           MOVE WS-ARQ-DEDUCAO TO DT-TOTAL-RETIDO
           WRITE LINHA-DECLARACAO FROM DEC-TRAILER
           CLOSE DECLARACAO-FILE
           CLOSE CADASTRO-FILE
           PERFORM IMPRIMIR-CONFERENCIA
           DISPLAY "Declaracao de " WS-ANO-DECLARACAO " em "
               "DECIRRF.TXT: " WS-QTDE-BENEFICIARIOS
               " beneficiario(s)"
           DISPLAY "===== FIM DA DECLARACAO ANUAL =====".
           STOP RUN.

       LER-PROXIMO-DETALHE.
           READ FOLHA-DETALHE-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       ABRIR-FOLHADET.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT FOLHA-DETALHE-FILE
           IF WS-STATUS-FDT NOT = "00"
               MOVE "FOLHADET" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-FDT TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "FOLHADET indisponivel - status " WS-STATUS-FDT
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM LER-PROXIMO-DETALHE
           END-IF.

       FECHAR-FOLHADET.
           IF WS-STATUS-FDT = "00" OR WS-STATUS-FDT = "10"
               CLOSE FOLHA-DETALHE-FILE
           END-IF.

      * CPF e nome vem do cadastro atual da matricula - o FOLHADET
      * so guarda a matricula.
       BUSCAR-CPF-MATRICULA.
           MOVE ZEROS TO WS-CPF-ACHADO
           MOVE SPACES TO WS-NOME-ACHADO
           MOVE FDET-MATRICULA TO MATRICULA
           READ CADASTRO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CPF-ALUNO TO WS-CPF-ACHADO
                   STRING PRIMEIRONOME DELIMITED BY "  "
                       " " SOBRENOME DELIMITED BY "  "
                       INTO WS-NOME-ACHADO
           END-READ.

       CONFERIR-CPF-DO-ANO.
           PERFORM ABRIR-FOLHADET
           PERFORM CONFERIR-DETALHE UNTIL FIM-ARQUIVO
           PERFORM FECHAR-FOLHADET.

       CONFERIR-DETALHE.
           IF FDET-COMPETENCIA (1:4) = WS-ANO-DECLARACAO (1:4)
               ADD 1 TO WS-QTDE-DETALHES
               ADD FDET-BRUTO TO WS-FDT-BRUTO
               ADD FDET-DEDUCAO TO WS-FDT-DEDUCAO
               PERFORM BUSCAR-CPF-MATRICULA
      * Lista cada mes pago da matricula sem CPF - o cadastro ve de
      * uma vez tudo o que ficou de fora.
               IF WS-CPF-ACHADO = ZEROS
                   ADD 1 TO WS-QTDE-SEM-CPF
                   DISPLAY "*** MATRICULA " FDET-MATRICULA
                       " PAGA EM " FDET-COMPETENCIA " SEM CPF "
                       "NO CADASTRO ***"
               END-IF
           END-IF
           PERFORM LER-PROXIMO-DETALHE.

       SELECIONAR-PAGAMENTOS.
           PERFORM ABRIR-FOLHADET
           PERFORM LIBERAR-PAGAMENTO UNTIL FIM-ARQUIVO
           PERFORM FECHAR-FOLHADET.

       LIBERAR-PAGAMENTO.
           IF FDET-COMPETENCIA (1:4) = WS-ANO-DECLARACAO (1:4)
               PERFORM BUSCAR-CPF-MATRICULA
               MOVE WS-CPF-ACHADO TO CLS-CPF
               MOVE FDET-MATRICULA TO CLS-MATRICULA
               MOVE FDET-COMPETENCIA (5:2) TO CLS-MES
               MOVE FDET-BRUTO TO CLS-BRUTO
               MOVE FDET-DEDUCAO TO CLS-DEDUCAO
               MOVE WS-NOME-ACHADO TO CLS-NOME
               RELEASE REGISTRO-CLASSIFICACAO
           END-IF
           PERFORM LER-PROXIMO-DETALHE.

      * Quebra por CPF: o primeiro registro do CPF grava o
      * beneficiario (nome e matricula mais antiga), os demais so
      * somam nos meses.
       GRAVAR-BENEFICIARIOS.
           MOVE ZEROS TO WS-CPF-ATUAL
           PERFORM RETORNAR-PAGAMENTO
           PERFORM ACUMULAR-PAGAMENTO UNTIL FIM-CLASSIFICADO
           IF WS-CPF-ATUAL NOT = ZEROS
               PERFORM GRAVAR-VALORES-BENEFICIARIO
           END-IF.

       RETORNAR-PAGAMENTO.
           RETURN CLASSIFICACAO-FILE
               AT END SET FIM-CLASSIFICADO TO TRUE
           END-RETURN.

       ACUMULAR-PAGAMENTO.
           IF CLS-CPF NOT = WS-CPF-ATUAL
               IF WS-CPF-ATUAL NOT = ZEROS
                   PERFORM GRAVAR-VALORES-BENEFICIARIO
               END-IF
               MOVE CLS-CPF TO WS-CPF-ATUAL
               INITIALIZE TABELA-MESES-BENEFICIARIO
               MOVE CLS-CPF TO DB-CPF
               MOVE CLS-NOME TO DB-NOME
               MOVE CLS-MATRICULA TO DB-MATRICULA
               WRITE LINHA-DECLARACAO FROM DEC-BENEFICIARIO
               ADD 1 TO WS-QTDE-REGISTROS
               ADD 1 TO WS-QTDE-BENEFICIARIOS
           END-IF
           IF CLS-MES >= 1 AND CLS-MES <= 12
               ADD CLS-BRUTO TO TAB-MES-BRUTO(CLS-MES)
               ADD CLS-DEDUCAO TO TAB-MES-DEDUCAO(CLS-MES)
           END-IF
           ADD CLS-BRUTO TO WS-ARQ-BRUTO
           ADD CLS-DEDUCAO TO WS-ARQ-DEDUCAO
           PERFORM RETORNAR-PAGAMENTO.

       GRAVAR-VALORES-BENEFICIARIO.
           MOVE "2" TO DV-TIPO
           MOVE "RTRT" TO DV-IDENTIFICADOR
           MOVE WS-CPF-ATUAL TO DV-CPF
           PERFORM COPIAR-BRUTO-MES
               VARYING WS-INDICE-MES FROM 1 BY 1
               UNTIL WS-INDICE-MES > 12
           WRITE LINHA-DECLARACAO FROM DEC-VALORES-MENSAIS
           MOVE "3" TO DV-TIPO
           MOVE "RTIRF" TO DV-IDENTIFICADOR
           PERFORM COPIAR-DEDUCAO-MES
               VARYING WS-INDICE-MES FROM 1 BY 1
               UNTIL WS-INDICE-MES > 12
           WRITE LINHA-DECLARACAO FROM DEC-VALORES-MENSAIS
           ADD 2 TO WS-QTDE-REGISTROS.

       COPIAR-BRUTO-MES.
           MOVE TAB-MES-BRUTO(WS-INDICE-MES)
               TO DV-VALOR-MES(WS-INDICE-MES).

       COPIAR-DEDUCAO-MES.
           MOVE TAB-MES-DEDUCAO(WS-INDICE-MES)
               TO DV-VALOR-MES(WS-INDICE-MES).

       GRAVAR-LINHA-CONFERENCIA.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-CONFERENCIA.

      * Os totais do FOLHADET no ano sao os mesmos que o INFREND
      * imprime na pagina do contador - se o arquivo bate com eles,
      * a declaracao bate com os informes entregues.
       IMPRIMIR-CONFERENCIA.
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-CONFERENCIA
           MOVE SPACES TO LINHA-CONFERENCIA
           STRING "CONFERENCIA DA DECLARACAO DO IMPOSTO RETIDO - ANO "
               WS-ANO-DECLARACAO
               DELIMITED BY SIZE INTO LINHA-CONFERENCIA
           PERFORM GRAVAR-LINHA-CONFERENCIA
           MOVE ALL "=" TO LINHA-CONFERENCIA
           PERFORM GRAVAR-LINHA-CONFERENCIA
           MOVE SPACES TO LINHA-CONFERENCIA
           STRING "BENEFICIARIOS (CPF)....: " WS-QTDE-BENEFICIARIOS
               "  REGISTROS: " WS-QTDE-REGISTROS
               DELIMITED BY SIZE INTO LINHA-CONFERENCIA
           PERFORM GRAVAR-LINHA-CONFERENCIA
           MOVE WS-FDT-BRUTO TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-CONFERENCIA
           STRING "BRUTO DO ANO (INFREND).: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-CONFERENCIA
           PERFORM GRAVAR-LINHA-CONFERENCIA
           MOVE WS-ARQ-BRUTO TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-CONFERENCIA
           STRING "RENDIMENTO DO ARQUIVO..: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-CONFERENCIA
           PERFORM GRAVAR-LINHA-CONFERENCIA
           MOVE WS-FDT-DEDUCAO TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-CONFERENCIA
           STRING "DEDUCAO ANO (INFREND)..: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-CONFERENCIA
           PERFORM GRAVAR-LINHA-CONFERENCIA
           MOVE WS-ARQ-DEDUCAO TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-CONFERENCIA
           STRING "RETIDO DO ARQUIVO......: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-CONFERENCIA
           PERFORM GRAVAR-LINHA-CONFERENCIA
           MOVE SPACES TO LINHA-CONFERENCIA
           IF WS-ARQ-BRUTO = WS-FDT-BRUTO
                   AND WS-ARQ-DEDUCAO = WS-FDT-DEDUCAO
               MOVE "ARQUIVO CONFERE COM O INFORME DE RENDIMENTOS"
                   TO LINHA-CONFERENCIA
           ELSE
               MOVE "*** ARQUIVO DIFERE DO INFORME - NAO ENVIAR ***"
                   TO LINHA-CONFERENCIA
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM GRAVAR-LINHA-CONFERENCIA
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-CONFERENCIA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "DECIRRF" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM DECIRRF.
