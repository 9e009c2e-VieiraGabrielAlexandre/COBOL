      ******************************************************************
      * Author:
      * Date:
      * Purpose: Movimento do quadro e rotatividade - complementa a
      *          fotografia do RELGEREN com quem entrou, quem saiu e
      *          por que, no mes da competencia e no acumulado do ano:
      *          quadro inicial, admissoes (DATA-ADMISSAO),
      *          desligamentos por motivo (RSC-MOTIVO de RESCISOES;
      *          exclusao sem rescisao pelo rastro do AUDITORI),
      *          readmissoes (restauracoes no AUDITORI) e quadro
      *          final, quebrados por UF (CEP resolvido no ENDERECO)
      *          e por faixa etaria, com a taxa de rotatividade e o
      *          tempo medio de casa de quem saiu. O rastro e lido nos
      *          arquivos mortos AUDITORI.AAAAMM (controle ARQAUDCT)
      *          e no corrente, e os cadastros ja expurgados nos
      *          ARQEXCL.AAAAMMDD (controle ARQEXCTL), para o ano
      *          inteiro continuar batendo. O quadro final e o de
      *          ativos admitidos ate a competencia; o inicial sai
      *          dele, desfazendo o movimento do periodo. Rotina
      *          mensal de FECHMES sobre o mes que fechou; o parametro
      *          TURNCOMP (AAAAMM) escolhe outra competencia quando
      *          rodado avulso. Sai pelo spool de relatorios
      *          (SPOOLREP, SPL.RELTURN).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTURN.
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
           SELECT ENDERECO-FILE ASSIGN TO "ENDERECO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-ENDERECO
               FILE STATUS IS WS-STATUS-END.
           SELECT RESCISAO-FILE ASSIGN TO "RESCISOES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSC-MATRICULA
               FILE STATUS IS WS-STATUS-RSC.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT ARQUIVO-MENSAL ASSIGN TO WS-NOME-ARQUIVO-MENSAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MES.
           SELECT CONTROLE-ARQ-FILE ASSIGN TO "ARQAUDCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTA.
           SELECT ARQUIVO-MORTO ASSIGN TO WS-NOME-ARQUIVO-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MORTO.
           SELECT CONTROLE-EXCL-FILE ASSIGN TO "ARQEXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTE.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  ENDERECO-FILE.
           COPY "REGEND.cpy".
       FD  RESCISAO-FILE.
           COPY "REGRSC.cpy".
       FD  AUDITORIA-FILE.
           COPY "REGAUD.cpy".
       FD  ARQUIVO-MENSAL.
       01  IMAGEM-ARQUIVO-MENSAL   PIC X(654).
       FD  CONTROLE-ARQ-FILE.
       01  REGISTRO-CONTROLE-ARQ   PIC 9(06).
       FD  ARQUIVO-MORTO.
       01  REGISTRO-MORTO          PIC X(300).
       FD  CONTROLE-EXCL-FILE.
       01  REGISTRO-CONTROLE-EXCL  PIC 9(08).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQ           PIC X(02) VALUE SPACES.
       77  WS-STATUS-END           PIC X(02) VALUE SPACES.
       77  WS-STATUS-RSC           PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD           PIC X(02) VALUE SPACES.
       77  WS-STATUS-MES           PIC X(02) VALUE SPACES.
       77  WS-STATUS-CTA           PIC X(02) VALUE SPACES.
       77  WS-STATUS-MORTO         PIC X(02) VALUE SPACES.
       77  WS-STATUS-CTE           PIC X(02) VALUE SPACES.
       77  WS-NOME-ARQUIVO-MENSAL  PIC X(15) VALUE SPACES.
       77  WS-NOME-ARQUIVO-MORTO   PIC X(16) VALUE SPACES.
       77  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
           88 FIM-ARQUIVO              VALUE "S".
       77  WS-FIM-CONTROLE         PIC X(01) VALUE "N".
           88 FIM-CONTROLE             VALUE "S".
       77  WS-RESCISAO-ABERTA      PIC X(01) VALUE "N".
           88 RESCISAO-ABERTA          VALUE "S".
       77  WS-PARAM-CODIGO         PIC X(08) VALUE SPACES.
       77  WS-PARAM-VALOR          PIC 9(07)V99 VALUE ZEROS.
       77  WS-PARAM-RESULTADO      PIC X(01) VALUE "N".
       77  WS-ACAO-SPOOL           PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO       PIC X(08) VALUE "RELTURN".
       01  LINHA-ROTATIVIDADE      PIC X(100) VALUE SPACES.
       01  WS-DATA-ATUAL           PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL         PIC 9(04).
           03 WS-MES-ATUAL         PIC 9(02).
           03 WS-DIA-ATUAL         PIC 9(02).
       01  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           03 WS-COMPETENCIA-ANO   PIC 9(04).
           03 WS-COMPETENCIA-MM    PIC 9(02).
      * Data do evento em exame e a mesma data em meses corridos, para
      * situar o evento no mes ou no ano da competencia e medir tempo
      * de casa.
       01  WS-DATA-EVENTO          PIC 9(08) VALUE ZEROS.
       01  WS-DATA-EVENTO-R REDEFINES WS-DATA-EVENTO.
           03 WS-EVENTO-ANO        PIC 9(04).
           03 WS-EVENTO-MES        PIC 9(02).
           03 WS-EVENTO-DIA        PIC 9(02).
      * Data de apoio (rescisao, admissao) para a mesma conta.
       01  WS-DATA-APOIO           PIC 9(08) VALUE ZEROS.
       01  WS-DATA-APOIO-R REDEFINES WS-DATA-APOIO.
           03 WS-APOIO-ANO         PIC 9(04).
           03 WS-APOIO-MES         PIC 9(02).
           03 WS-APOIO-DIA         PIC 9(02).
       77  WS-NO-MES               PIC X(01) VALUE "N".
           88 NO-MES                   VALUE "S".
       77  WS-NO-ANO               PIC X(01) VALUE "N".
           88 NO-ANO                   VALUE "S".
       77  WS-MESES-EVENTO         PIC 9(06) VALUE ZERO.
       77  WS-MESES-RESCISAO       PIC 9(06) VALUE ZERO.
       77  WS-MESES-ADMISSAO       PIC 9(06) VALUE ZERO.
       77  WS-MESES-CASA           PIC 9(05) VALUE ZERO.
       77  WS-MATRICULA-EVENTO     PIC 9(06) VALUE ZEROS.
       77  WS-MOTIVO-EVENTO        PIC X(30) VALUE SPACES.
       77  WS-TIPO-EVENTO          PIC X(01) VALUE SPACE.
       77  WS-IDADE                PIC 9(03) VALUE ZERO.
       77  WS-UF-REGISTRO          PIC X(02) VALUE SPACES.
       77  WS-INDICE-UF            PIC 9(02) VALUE ZERO.
       77  WS-INDICE-FAIXA         PIC 9(02) VALUE ZERO.
       77  WS-INDICE-GRP           PIC 9(02) VALUE ZERO.
       77  WS-INDICE-PER           PIC 9(01) VALUE ZERO.
       77  WS-ACHOU-GRP            PIC X(01) VALUE "N".
           88 ACHOU-GRP                VALUE "S".
      * Grupos do relatorio: 1 a 5 sao as faixas etarias (a quinta,
      * para nascimento ou cadastro que nao se conhece), 6 e o total
      * geral e as UFs entram a partir do 7 conforme aparecem.
       77  WS-GRP-SEM-IDADE        PIC 9(02) VALUE 5.
       77  WS-GRP-TOTAL            PIC 9(02) VALUE 6.
       77  WS-QTDE-GRP             PIC 9(02) VALUE 6.
       77  WS-MAX-GRP              PIC 9(02) VALUE 40.
       01  TABELA-GRUPOS.
           03 TAB-GRP-ITEM OCCURS 40 TIMES.
               05 TAB-GRP-NOME         PIC X(12).
               05 TAB-GRP-FINAL        PIC 9(05).
      * Periodo 1 = mes da competencia, 2 = acumulado do ano.
               05 TAB-GRP-PERIODO OCCURS 2 TIMES.
                   07 TAB-GRP-ADMISSOES     PIC 9(05).
                   07 TAB-GRP-DESLIGAMENTOS PIC 9(05).
                   07 TAB-GRP-READMISSOES   PIC 9(05).
                   07 TAB-GRP-SAIDAS-DATADAS PIC 9(05).
                   07 TAB-GRP-MESES-CASA    PIC 9(07).
      * Desligamentos e readmissoes do ano, ate a competencia, por
      * matricula - atribuidos ao grupo da pessoa quando o cadastro
      * (ou o arquivo morto) dela passa na varredura.
       77  WS-QTDE-EVT             PIC 9(04) VALUE ZERO.
       77  WS-MAX-EVT              PIC 9(04) VALUE 3000.
       77  WS-INDICE-EVT           PIC 9(04) VALUE ZERO.
       01  TABELA-EVENTOS.
           03 TAB-EVT-ITEM OCCURS 3000 TIMES.
               05 TAB-EVT-MATRICULA    PIC 9(06).
               05 TAB-EVT-TIPO         PIC X(01).
                   88 EVT-DESLIGAMENTO     VALUE "D".
                   88 EVT-READMISSAO       VALUE "R".
               05 TAB-EVT-DATA         PIC 9(08).
               05 TAB-EVT-ATRIBUIDO    PIC X(01).
                   88 EVT-ATRIBUIDO        VALUE "S".
       77  WS-QTDE-MOT             PIC 9(02) VALUE ZERO.
       77  WS-MAX-MOT              PIC 9(02) VALUE 50.
       77  WS-INDICE-MOT           PIC 9(02) VALUE ZERO.
       77  WS-ACHOU-MOT            PIC X(01) VALUE "N".
           88 ACHOU-MOT                VALUE "S".
       01  TABELA-MOTIVOS.
           03 TAB-MOT-ITEM OCCURS 50 TIMES.
               05 TAB-MOT-DESCRICAO    PIC X(30).
               05 TAB-MOT-QTDE OCCURS 2 TIMES PIC 9(05).
      * Apuracao da linha impressa.
       77  WS-QUADRO-INICIAL       PIC S9(05) VALUE ZERO.
       77  WS-QUADRO-MEDIO         PIC 9(05)V99 VALUE ZERO.
       77  WS-TAXA-ROTATIVIDADE    PIC 9(03)V99 VALUE ZERO.
       77  WS-TEMPO-MEDIO          PIC 9(04)V9 VALUE ZERO.
       01  WS-QTDE-EDIT            PIC -ZZZZ9.
      >>IF BRLOCALE DEFINED
       01  WS-TAXA-EDIT            PIC ZZ9,99.
       01  WS-TEMPO-EDIT           PIC ZZZ9,9.
      >>ELSE
       01  WS-TAXA-EDIT            PIC ZZ9.99.
       01  WS-TEMPO-EDIT           PIC ZZZ9.9.
      >>END-IF
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== MOVIMENTO DO QUADRO E ROTATIVIDADE =====".
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           PERFORM DEFINIR-COMPETENCIA
           PERFORM INICIAR-GRUPOS
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
           OPEN INPUT ENDERECO-FILE
           IF WS-STATUS-END = "35"
               OPEN OUTPUT ENDERECO-FILE
               CLOSE ENDERECO-FILE
               OPEN INPUT ENDERECO-FILE
           END-IF
           MOVE "N" TO WS-RESCISAO-ABERTA
           OPEN INPUT RESCISAO-FILE
           IF WS-STATUS-RSC = "00"
               SET RESCISAO-ABERTA TO TRUE
               PERFORM CARREGAR-RESCISOES
           END-IF
           PERFORM CARREGAR-EVENTOS-AUDITORIA
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM LER-PROXIMO-REGISTRO
           PERFORM APURAR-CADASTRO UNTIL FIM-ARQUIVO
           PERFORM VARRER-ARQUIVOS-MORTOS
           PERFORM ATRIBUIR-EVENTOS-SEM-CADASTRO
           CLOSE CADASTRO-FILE
           CLOSE ENDERECO-FILE
           IF RESCISAO-ABERTA
               CLOSE RESCISAO-FILE
           END-IF
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-ROTATIVIDADE
           PERFORM IMPRIMIR-RELATORIO
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-ROTATIVIDADE
           DISPLAY "===== FIM DO MOVIMENTO DO QUADRO =====".
           STOP RUN.

      * A competencia e o mes que fechou - o relatorio roda no
      * fechamento, com o quadro do cadastro ainda o do fim dele.
       DEFINIR-COMPETENCIA.
           MOVE WS-DATA-ATUAL (1:6) TO WS-COMPETENCIA
           IF WS-COMPETENCIA-MM = 1
               MOVE 12 TO WS-COMPETENCIA-MM
               SUBTRACT 1 FROM WS-COMPETENCIA-ANO
           ELSE
               SUBTRACT 1 FROM WS-COMPETENCIA-MM
           END-IF
           MOVE "TURNCOMP" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S" AND WS-PARAM-VALOR > ZERO
               MOVE WS-PARAM-VALOR TO WS-COMPETENCIA
           END-IF
           DISPLAY "Competencia: " WS-COMPETENCIA.

       INICIAR-GRUPOS.
           INITIALIZE TABELA-GRUPOS
           MOVE "ATE 24 ANOS" TO TAB-GRP-NOME(1)
           MOVE "25 A 39" TO TAB-GRP-NOME(2)
           MOVE "40 A 59" TO TAB-GRP-NOME(3)
           MOVE "60 OU MAIS" TO TAB-GRP-NOME(4)
           MOVE "NAO APURADA" TO TAB-GRP-NOME(WS-GRP-SEM-IDADE)
           MOVE "TOTAL" TO TAB-GRP-NOME(WS-GRP-TOTAL).

      * Situa WS-DATA-EVENTO no mes e no acumulado do ano.
       SITUAR-EVENTO.
           MOVE "N" TO WS-NO-MES
           MOVE "N" TO WS-NO-ANO
           IF WS-EVENTO-ANO = WS-COMPETENCIA-ANO
                   AND WS-DATA-EVENTO (1:6) NOT > WS-COMPETENCIA
               SET NO-ANO TO TRUE
               IF WS-DATA-EVENTO (1:6) = WS-COMPETENCIA
                   SET NO-MES TO TRUE
               END-IF
           END-IF.

       CARREGAR-RESCISOES.
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM LER-PROXIMA-RESCISAO
           PERFORM GUARDAR-RESCISAO UNTIL FIM-ARQUIVO.

       LER-PROXIMA-RESCISAO.
           READ RESCISAO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       GUARDAR-RESCISAO.
           MOVE RSC-DATA TO WS-DATA-EVENTO
           PERFORM SITUAR-EVENTO
           IF NO-ANO
               MOVE RSC-MOTIVO TO WS-MOTIVO-EVENTO
               IF WS-MOTIVO-EVENTO = SPACES
                   MOVE "NAO INFORMADO" TO WS-MOTIVO-EVENTO
               END-IF
               MOVE "D" TO WS-TIPO-EVENTO
               MOVE RSC-MATRICULA TO WS-MATRICULA-EVENTO
               PERFORM GUARDAR-EVENTO
           END-IF
           PERFORM LER-PROXIMA-RESCISAO.

      * Mesma varredura de PURGEXCL: arquivos mortos na ordem do
      * controle ARQAUDCT e por fim o AUDITORI corrente.
       CARREGAR-EVENTOS-AUDITORIA.
           OPEN INPUT CONTROLE-ARQ-FILE
           IF WS-STATUS-CTA = "00"
               MOVE "N" TO WS-FIM-CONTROLE
               PERFORM LER-PROXIMO-CONTROLE
               PERFORM VARRER-ARQUIVO-MENSAL UNTIL FIM-CONTROLE
               CLOSE CONTROLE-ARQ-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUD = "00"
               PERFORM LER-PROXIMO-EVENTO
               PERFORM REGISTRAR-EVENTO UNTIL FIM-ARQUIVO
               CLOSE AUDITORIA-FILE
           END-IF.

       LER-PROXIMO-CONTROLE.
           READ CONTROLE-ARQ-FILE
               AT END SET FIM-CONTROLE TO TRUE
           END-READ.

      * So interessam os meses do ano da competencia.
       VARRER-ARQUIVO-MENSAL.
           IF REGISTRO-CONTROLE-ARQ (1:4) = WS-COMPETENCIA-ANO
               MOVE SPACES TO WS-NOME-ARQUIVO-MENSAL
               STRING "AUDITORI." REGISTRO-CONTROLE-ARQ
                   DELIMITED BY SIZE INTO WS-NOME-ARQUIVO-MENSAL
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT ARQUIVO-MENSAL
               IF WS-STATUS-MES = "00"
                   PERFORM LER-EVENTO-MENSAL
                   PERFORM REGISTRAR-EVENTO-MENSAL UNTIL FIM-ARQUIVO
                   CLOSE ARQUIVO-MENSAL
               END-IF
           END-IF
           PERFORM LER-PROXIMO-CONTROLE.

       LER-EVENTO-MENSAL.
           READ ARQUIVO-MENSAL
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * A imagem bruta vai para a area de REGISTRO-AUDITORIA (o
      * arquivo corrente ainda nao foi aberto), como em PURGEXCL.
       REGISTRAR-EVENTO-MENSAL.
           MOVE IMAGEM-ARQUIVO-MENSAL TO REGISTRO-AUDITORIA
           PERFORM CONTABILIZAR-EVENTO
           PERFORM LER-EVENTO-MENSAL.

       LER-PROXIMO-EVENTO.
           READ AUDITORIA-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       REGISTRAR-EVENTO.
           PERFORM CONTABILIZAR-EVENTO
           PERFORM LER-PROXIMO-EVENTO.

      * A restauracao de um excluido e a readmissao. A exclusao e um
      * desligamento - a nao ser a que a propria RESCISAO grava ao
      * encerrar a matricula, ja contada pela data e pelo motivo da
      * rescisao: RESCISOES da matricula com data ate a da exclusao e
      * no maximo dois meses antes dela.
       CONTABILIZAR-EVENTO.
           MOVE AUD-DATA TO WS-DATA-EVENTO
           PERFORM SITUAR-EVENTO
           IF NO-ANO AND AUD-RESTAURACAO
               MOVE SPACES TO WS-MOTIVO-EVENTO
               MOVE "R" TO WS-TIPO-EVENTO
               MOVE AUD-MATRICULA TO WS-MATRICULA-EVENTO
               PERFORM GUARDAR-EVENTO
           END-IF
           IF NO-ANO AND AUD-EXCLUSAO
               MOVE "EXCLUSAO SEM RESCISAO" TO WS-MOTIVO-EVENTO
               IF RESCISAO-ABERTA
                   MOVE AUD-MATRICULA TO RSC-MATRICULA
                   READ RESCISAO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM CONFERIR-EXCLUSAO-DA-RESCISAO
                   END-READ
               END-IF
               IF WS-MOTIVO-EVENTO NOT = SPACES
                   MOVE "D" TO WS-TIPO-EVENTO
                   MOVE AUD-MATRICULA TO WS-MATRICULA-EVENTO
                   PERFORM GUARDAR-EVENTO
               END-IF
           END-IF.

       CONFERIR-EXCLUSAO-DA-RESCISAO.
           COMPUTE WS-MESES-EVENTO =
               WS-EVENTO-ANO * 12 + WS-EVENTO-MES
           MOVE RSC-DATA TO WS-DATA-APOIO
           COMPUTE WS-MESES-RESCISAO =
               WS-APOIO-ANO * 12 + WS-APOIO-MES
           IF RSC-DATA NOT > AUD-DATA
                   AND WS-MESES-EVENTO - WS-MESES-RESCISAO <= 2
               MOVE SPACES TO WS-MOTIVO-EVENTO
           END-IF.

      * Entrada do evento de WS-MATRICULA-EVENTO na data
      * WS-DATA-EVENTO; o desligamento ja soma no motivo - o quadro
      * por motivo nao depende de achar o cadastro.
       GUARDAR-EVENTO.
           IF WS-QTDE-EVT < WS-MAX-EVT
               ADD 1 TO WS-QTDE-EVT
               MOVE WS-MATRICULA-EVENTO
                   TO TAB-EVT-MATRICULA(WS-QTDE-EVT)
               MOVE WS-TIPO-EVENTO TO TAB-EVT-TIPO(WS-QTDE-EVT)
               MOVE WS-DATA-EVENTO TO TAB-EVT-DATA(WS-QTDE-EVT)
               MOVE "N" TO TAB-EVT-ATRIBUIDO(WS-QTDE-EVT)
               IF WS-TIPO-EVENTO = "D"
                   PERFORM SOMAR-MOTIVO
               END-IF
           ELSE
               DISPLAY "Tabela de eventos cheia - matricula "
                   WS-MATRICULA-EVENTO " fora do relatorio"
           END-IF.

       SOMAR-MOTIVO.
           MOVE "N" TO WS-ACHOU-MOT
           PERFORM COMPARAR-MOTIVO
               VARYING WS-INDICE-MOT FROM 1 BY 1
               UNTIL WS-INDICE-MOT > WS-QTDE-MOT OR ACHOU-MOT
           IF NOT ACHOU-MOT AND WS-QTDE-MOT < WS-MAX-MOT
               ADD 1 TO WS-QTDE-MOT
               MOVE WS-QTDE-MOT TO WS-INDICE-MOT
               MOVE WS-MOTIVO-EVENTO TO TAB-MOT-DESCRICAO(WS-INDICE-MOT)
               MOVE ZEROS TO TAB-MOT-QTDE(WS-INDICE-MOT, 1)
               MOVE ZEROS TO TAB-MOT-QTDE(WS-INDICE-MOT, 2)
               SET ACHOU-MOT TO TRUE
           END-IF
           IF ACHOU-MOT
               ADD 1 TO TAB-MOT-QTDE(WS-INDICE-MOT, 2)
               IF NO-MES
                   ADD 1 TO TAB-MOT-QTDE(WS-INDICE-MOT, 1)
               END-IF
           END-IF.

       COMPARAR-MOTIVO.
           IF TAB-MOT-DESCRICAO(WS-INDICE-MOT) = WS-MOTIVO-EVENTO
               SET ACHOU-MOT TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-MOT
           END-IF.

       LER-PROXIMO-REGISTRO.
           READ CADASTRO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       APURAR-CADASTRO.
           PERFORM APURAR-PESSOA
           PERFORM LER-PROXIMO-REGISTRO.

      * Grupo da pessoa em REGISTRO-ALUNO, quadro final, admissao no
      * periodo e os eventos dela na tabela.
       APURAR-PESSOA.
           PERFORM RESOLVER-UF-DO-CEP
           PERFORM LOCALIZAR-GRUPO-UF
           PERFORM CALCULAR-FAIXA-ETARIA
           IF REGISTRO-ATIVO
                   AND DATA-ADMISSAO (1:6) NOT > WS-COMPETENCIA
               ADD 1 TO TAB-GRP-FINAL(WS-INDICE-UF)
                   TAB-GRP-FINAL(WS-INDICE-FAIXA)
                   TAB-GRP-FINAL(WS-GRP-TOTAL)
           END-IF
           MOVE DATA-ADMISSAO TO WS-DATA-EVENTO
           PERFORM SITUAR-EVENTO
           IF NO-ANO
               MOVE 2 TO WS-INDICE-PER
               PERFORM SOMAR-ADMISSAO
           END-IF
           IF NO-MES
               MOVE 1 TO WS-INDICE-PER
               PERFORM SOMAR-ADMISSAO
           END-IF
           PERFORM ATRIBUIR-EVENTO-PESSOA
               VARYING WS-INDICE-EVT FROM 1 BY 1
               UNTIL WS-INDICE-EVT > WS-QTDE-EVT.

       SOMAR-ADMISSAO.
           ADD 1 TO TAB-GRP-ADMISSOES(WS-INDICE-UF, WS-INDICE-PER)
               TAB-GRP-ADMISSOES(WS-INDICE-FAIXA, WS-INDICE-PER)
               TAB-GRP-ADMISSOES(WS-GRP-TOTAL, WS-INDICE-PER).

       RESOLVER-UF-DO-CEP.
           MOVE CEP-ALUNO TO CEP-ENDERECO
           READ ENDERECO-FILE
               INVALID KEY
                   MOVE "??" TO WS-UF-REGISTRO
               NOT INVALID KEY
                   MOVE UF-ENDERECO TO WS-UF-REGISTRO
           END-READ.

      * UF que nao cabe mais na tabela soma em "??", para o total
      * continuar batendo com o cadastro.
       LOCALIZAR-GRUPO-UF.
           MOVE "N" TO WS-ACHOU-GRP
           PERFORM COMPARAR-GRUPO-UF
               VARYING WS-INDICE-GRP FROM 7 BY 1
               UNTIL WS-INDICE-GRP > WS-QTDE-GRP OR ACHOU-GRP
           IF NOT ACHOU-GRP AND WS-QTDE-GRP >= WS-MAX-GRP
               MOVE "??" TO WS-UF-REGISTRO
               PERFORM COMPARAR-GRUPO-UF
                   VARYING WS-INDICE-GRP FROM 7 BY 1
                   UNTIL WS-INDICE-GRP > WS-QTDE-GRP OR ACHOU-GRP
               IF NOT ACHOU-GRP
                   MOVE WS-MAX-GRP TO WS-INDICE-GRP
                   SET ACHOU-GRP TO TRUE
               END-IF
           END-IF
           IF NOT ACHOU-GRP
               ADD 1 TO WS-QTDE-GRP
               MOVE WS-QTDE-GRP TO WS-INDICE-GRP
               MOVE SPACES TO TAB-GRP-NOME(WS-INDICE-GRP)
               STRING "UF " WS-UF-REGISTRO DELIMITED BY SIZE
                   INTO TAB-GRP-NOME(WS-INDICE-GRP)
           END-IF
           MOVE WS-INDICE-GRP TO WS-INDICE-UF.

       COMPARAR-GRUPO-UF.
           IF TAB-GRP-NOME(WS-INDICE-GRP) (4:2) = WS-UF-REGISTRO
               SET ACHOU-GRP TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-GRP
           END-IF.

      * Mesma conta de idade do RELGEREN, na data de hoje.
       CALCULAR-FAIXA-ETARIA.
           IF ANO-NASC = ZERO OR ANO-NASC > WS-ANO-ATUAL
               MOVE WS-GRP-SEM-IDADE TO WS-INDICE-FAIXA
           ELSE
               COMPUTE WS-IDADE = WS-ANO-ATUAL - ANO-NASC
               IF WS-MES-ATUAL < MES-NASC
                   SUBTRACT 1 FROM WS-IDADE
               ELSE
                   IF WS-MES-ATUAL = MES-NASC
                           AND WS-DIA-ATUAL < DIA-NASC
                       SUBTRACT 1 FROM WS-IDADE
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-IDADE < 25
                       MOVE 1 TO WS-INDICE-FAIXA
                   WHEN WS-IDADE < 40
                       MOVE 2 TO WS-INDICE-FAIXA
                   WHEN WS-IDADE < 60
                       MOVE 3 TO WS-INDICE-FAIXA
                   WHEN OTHER
                       MOVE 4 TO WS-INDICE-FAIXA
               END-EVALUATE
           END-IF.

       ATRIBUIR-EVENTO-PESSOA.
           IF TAB-EVT-MATRICULA(WS-INDICE-EVT) = MATRICULA
                   AND NOT EVT-ATRIBUIDO(WS-INDICE-EVT)
               PERFORM ATRIBUIR-EVENTO
           END-IF.

      * Soma o evento WS-INDICE-EVT nos grupos WS-INDICE-UF e
      * WS-INDICE-FAIXA; o tempo de casa so conta com a admissao
      * conhecida em REGISTRO-ALUNO.
       ATRIBUIR-EVENTO.
           MOVE "S" TO TAB-EVT-ATRIBUIDO(WS-INDICE-EVT)
           MOVE TAB-EVT-DATA(WS-INDICE-EVT) TO WS-DATA-EVENTO
           PERFORM SITUAR-EVENTO
           MOVE 2 TO WS-INDICE-PER
           PERFORM SOMAR-EVENTO
           IF NO-MES
               MOVE 1 TO WS-INDICE-PER
               PERFORM SOMAR-EVENTO
           END-IF.

       SOMAR-EVENTO.
           IF EVT-READMISSAO(WS-INDICE-EVT)
               ADD 1 TO TAB-GRP-READMISSOES(WS-INDICE-UF, WS-INDICE-PER)
                   TAB-GRP-READMISSOES(WS-INDICE-FAIXA, WS-INDICE-PER)
                   TAB-GRP-READMISSOES(WS-GRP-TOTAL, WS-INDICE-PER)
           ELSE
               ADD 1 TO
                   TAB-GRP-DESLIGAMENTOS(WS-INDICE-UF, WS-INDICE-PER)
                   TAB-GRP-DESLIGAMENTOS(WS-INDICE-FAIXA, WS-INDICE-PER)
                   TAB-GRP-DESLIGAMENTOS(WS-GRP-TOTAL, WS-INDICE-PER)
               IF DATA-ADMISSAO NOT = ZEROS
                       AND DATA-ADMISSAO NOT > WS-DATA-EVENTO
                   MOVE DATA-ADMISSAO TO WS-DATA-APOIO
                   COMPUTE WS-MESES-ADMISSAO =
                       WS-APOIO-ANO * 12 + WS-APOIO-MES
                   COMPUTE WS-MESES-CASA =
                       WS-EVENTO-ANO * 12 + WS-EVENTO-MES
                       - WS-MESES-ADMISSAO
                   ADD 1 TO
                       TAB-GRP-SAIDAS-DATADAS(WS-INDICE-UF,
                           WS-INDICE-PER)
                       TAB-GRP-SAIDAS-DATADAS(WS-INDICE-FAIXA,
                           WS-INDICE-PER)
                       TAB-GRP-SAIDAS-DATADAS(WS-GRP-TOTAL,
                           WS-INDICE-PER)
                   ADD WS-MESES-CASA TO
                       TAB-GRP-MESES-CASA(WS-INDICE-UF, WS-INDICE-PER)
                       TAB-GRP-MESES-CASA(WS-INDICE-FAIXA,
                           WS-INDICE-PER)
                       TAB-GRP-MESES-CASA(WS-GRP-TOTAL, WS-INDICE-PER)
               END-IF
           END-IF.

      * Quem ja foi expurgado do CADUSUAR so existe nos arquivos
      * mortos ARQEXCL - admissoes e desligamentos do ano dessas
      * pessoas continuam no relatorio. Excluido nunca entra no
      * quadro final.
       VARRER-ARQUIVOS-MORTOS.
           OPEN INPUT CONTROLE-EXCL-FILE
           IF WS-STATUS-CTE = "00"
               MOVE "N" TO WS-FIM-CONTROLE
               PERFORM LER-PROXIMO-CONTROLE-EXCL
               PERFORM VARRER-ARQUIVO-MORTO UNTIL FIM-CONTROLE
               CLOSE CONTROLE-EXCL-FILE
           END-IF.

       LER-PROXIMO-CONTROLE-EXCL.
           READ CONTROLE-EXCL-FILE
               AT END SET FIM-CONTROLE TO TRUE
           END-READ.

       VARRER-ARQUIVO-MORTO.
           MOVE SPACES TO WS-NOME-ARQUIVO-MORTO
           STRING "ARQEXCL." REGISTRO-CONTROLE-EXCL
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO-MORTO
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT ARQUIVO-MORTO
           IF WS-STATUS-MORTO = "00"
               PERFORM LER-PROXIMO-MORTO
               PERFORM APURAR-MORTO UNTIL FIM-ARQUIVO
               CLOSE ARQUIVO-MORTO
           END-IF
           PERFORM LER-PROXIMO-CONTROLE-EXCL.

       LER-PROXIMO-MORTO.
           READ ARQUIVO-MORTO
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       APURAR-MORTO.
           MOVE REGISTRO-MORTO TO REGISTRO-ALUNO
           PERFORM APURAR-PESSOA
           PERFORM LER-PROXIMO-MORTO.

      * Evento sem cadastro em lugar nenhum (arquivo morto apagado)
      * fica no total e na UF/faixa nao apuradas.
       ATRIBUIR-EVENTOS-SEM-CADASTRO.
           INITIALIZE REGISTRO-ALUNO
           MOVE "??" TO WS-UF-REGISTRO
           MOVE "N" TO WS-ACHOU-GRP
           PERFORM COMPARAR-GRUPO-UF
               VARYING WS-INDICE-GRP FROM 7 BY 1
               UNTIL WS-INDICE-GRP > WS-QTDE-GRP OR ACHOU-GRP
           IF NOT ACHOU-GRP AND WS-QTDE-GRP < WS-MAX-GRP
               ADD 1 TO WS-QTDE-GRP
               MOVE WS-QTDE-GRP TO WS-INDICE-GRP
               MOVE "UF ??" TO TAB-GRP-NOME(WS-INDICE-GRP)
               SET ACHOU-GRP TO TRUE
           END-IF
           IF NOT ACHOU-GRP
               MOVE WS-QTDE-GRP TO WS-INDICE-GRP
           END-IF
           MOVE WS-INDICE-GRP TO WS-INDICE-UF
           MOVE WS-GRP-SEM-IDADE TO WS-INDICE-FAIXA
           PERFORM ATRIBUIR-EVENTO-ORFAO
               VARYING WS-INDICE-EVT FROM 1 BY 1
               UNTIL WS-INDICE-EVT > WS-QTDE-EVT.

       ATRIBUIR-EVENTO-ORFAO.
           IF NOT EVT-ATRIBUIDO(WS-INDICE-EVT)
               PERFORM ATRIBUIR-EVENTO
           END-IF.

       IMPRIMIR-RELATORIO.
           STRING "MOVIMENTO DO QUADRO E ROTATIVIDADE - COMPETENCIA "
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO LINHA-ROTATIVIDADE
           PERFORM GRAVAR-LINHA-ROTATIVIDADE
           MOVE ALL "=" TO LINHA-ROTATIVIDADE
           PERFORM GRAVAR-LINHA-ROTATIVIDADE
           MOVE 1 TO WS-INDICE-PER
           STRING "MES DA COMPETENCIA " WS-COMPETENCIA
               DELIMITED BY SIZE INTO LINHA-ROTATIVIDADE
           PERFORM IMPRIMIR-PERIODO
           MOVE 2 TO WS-INDICE-PER
           STRING "ACUMULADO DO ANO " WS-COMPETENCIA-ANO "01 A "
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO LINHA-ROTATIVIDADE
           PERFORM IMPRIMIR-PERIODO
           PERFORM IMPRIMIR-MOTIVOS.

      * O titulo do periodo ja esta em LINHA-ROTATIVIDADE.
       IMPRIMIR-PERIODO.
           PERFORM GRAVAR-LINHA-ROTATIVIDADE
           MOVE ALL "-" TO LINHA-ROTATIVIDADE
           PERFORM GRAVAR-LINHA-ROTATIVIDADE
           PERFORM IMPRIMIR-CABECALHO-GRUPOS
           MOVE "POR UF" TO LINHA-ROTATIVIDADE
           PERFORM GRAVAR-LINHA-ROTATIVIDADE
           PERFORM IMPRIMIR-LINHA-GRUPO
               VARYING WS-INDICE-GRP FROM 7 BY 1
               UNTIL WS-INDICE-GRP > WS-QTDE-GRP
           MOVE "POR FAIXA ETARIA" TO LINHA-ROTATIVIDADE
           PERFORM GRAVAR-LINHA-ROTATIVIDADE
           PERFORM IMPRIMIR-LINHA-GRUPO
               VARYING WS-INDICE-GRP FROM 1 BY 1
               UNTIL WS-INDICE-GRP > WS-GRP-SEM-IDADE
           MOVE WS-GRP-TOTAL TO WS-INDICE-GRP
           PERFORM IMPRIMIR-LINHA-GRUPO
           PERFORM GRAVAR-LINHA-ROTATIVIDADE.

       IMPRIMIR-CABECALHO-GRUPOS.
           MOVE "GRUPO" TO LINHA-ROTATIVIDADE
           MOVE "INICIAL" TO LINHA-ROTATIVIDADE (14:7)
           MOVE "ADMIS." TO LINHA-ROTATIVIDADE (23:6)
           MOVE "DESLIG." TO LINHA-ROTATIVIDADE (30:7)
           MOVE "READM." TO LINHA-ROTATIVIDADE (39:6)
           MOVE "FINAL" TO LINHA-ROTATIVIDADE (48:5)
           MOVE "ROTAT.%" TO LINHA-ROTATIVIDADE (55:7)
           MOVE "CASA(MESES)" TO LINHA-ROTATIVIDADE (64:11)
           PERFORM GRAVAR-LINHA-ROTATIVIDADE.

      * Quadro inicial = final desfeito do movimento do periodo;
      * rotatividade = desligamentos sobre o quadro medio do periodo;
      * tempo de casa = media, em meses, de quem saiu com admissao
      * conhecida.
       IMPRIMIR-LINHA-GRUPO.
           COMPUTE WS-QUADRO-INICIAL =
               TAB-GRP-FINAL(WS-INDICE-GRP)
               - TAB-GRP-ADMISSOES(WS-INDICE-GRP, WS-INDICE-PER)
               - TAB-GRP-READMISSOES(WS-INDICE-GRP, WS-INDICE-PER)
               + TAB-GRP-DESLIGAMENTOS(WS-INDICE-GRP, WS-INDICE-PER)
           MOVE ZERO TO WS-TAXA-ROTATIVIDADE
           MOVE ZERO TO WS-QUADRO-MEDIO
           IF WS-QUADRO-INICIAL + TAB-GRP-FINAL(WS-INDICE-GRP) > ZERO
               COMPUTE WS-QUADRO-MEDIO =
                   (WS-QUADRO-INICIAL + TAB-GRP-FINAL(WS-INDICE-GRP))
                   / 2
           END-IF
           IF WS-QUADRO-MEDIO > ZERO
               COMPUTE WS-TAXA-ROTATIVIDADE ROUNDED =
                   TAB-GRP-DESLIGAMENTOS(WS-INDICE-GRP, WS-INDICE-PER)
                   * 100 / WS-QUADRO-MEDIO
                   ON SIZE ERROR
                       MOVE 999 TO WS-TAXA-ROTATIVIDADE
               END-COMPUTE
           END-IF
           MOVE ZERO TO WS-TEMPO-MEDIO
           IF TAB-GRP-SAIDAS-DATADAS(WS-INDICE-GRP, WS-INDICE-PER)
                   > ZERO
               COMPUTE WS-TEMPO-MEDIO ROUNDED =
                   TAB-GRP-MESES-CASA(WS-INDICE-GRP, WS-INDICE-PER)
                   / TAB-GRP-SAIDAS-DATADAS(WS-INDICE-GRP,
                       WS-INDICE-PER)
           END-IF
           MOVE TAB-GRP-NOME(WS-INDICE-GRP) TO LINHA-ROTATIVIDADE
           MOVE WS-QUADRO-INICIAL TO WS-QTDE-EDIT
           MOVE WS-QTDE-EDIT TO LINHA-ROTATIVIDADE (14:6)
           MOVE TAB-GRP-ADMISSOES(WS-INDICE-GRP, WS-INDICE-PER)
               TO WS-QTDE-EDIT
           MOVE WS-QTDE-EDIT TO LINHA-ROTATIVIDADE (22:6)
           MOVE TAB-GRP-DESLIGAMENTOS(WS-INDICE-GRP, WS-INDICE-PER)
               TO WS-QTDE-EDIT
           MOVE WS-QTDE-EDIT TO LINHA-ROTATIVIDADE (30:6)
           MOVE TAB-GRP-READMISSOES(WS-INDICE-GRP, WS-INDICE-PER)
               TO WS-QTDE-EDIT
           MOVE WS-QTDE-EDIT TO LINHA-ROTATIVIDADE (38:6)
           MOVE TAB-GRP-FINAL(WS-INDICE-GRP) TO WS-QTDE-EDIT
           MOVE WS-QTDE-EDIT TO LINHA-ROTATIVIDADE (46:6)
           MOVE WS-TAXA-ROTATIVIDADE TO WS-TAXA-EDIT
           MOVE WS-TAXA-EDIT TO LINHA-ROTATIVIDADE (56:6)
           MOVE WS-TEMPO-MEDIO TO WS-TEMPO-EDIT
           MOVE WS-TEMPO-EDIT TO LINHA-ROTATIVIDADE (67:6)
           PERFORM GRAVAR-LINHA-ROTATIVIDADE.

       IMPRIMIR-MOTIVOS.
           MOVE "DESLIGAMENTOS POR MOTIVO" TO LINHA-ROTATIVIDADE
           MOVE "MES" TO LINHA-ROTATIVIDADE (36:3)
           MOVE "ANO" TO LINHA-ROTATIVIDADE (44:3)
           PERFORM GRAVAR-LINHA-ROTATIVIDADE
           MOVE ALL "-" TO LINHA-ROTATIVIDADE
           PERFORM GRAVAR-LINHA-ROTATIVIDADE
           IF WS-QTDE-MOT = ZERO
               MOVE "Nenhum desligamento no ano." TO LINHA-ROTATIVIDADE
               PERFORM GRAVAR-LINHA-ROTATIVIDADE
           END-IF
           PERFORM IMPRIMIR-LINHA-MOTIVO
               VARYING WS-INDICE-MOT FROM 1 BY 1
               UNTIL WS-INDICE-MOT > WS-QTDE-MOT.

       IMPRIMIR-LINHA-MOTIVO.
           MOVE TAB-MOT-DESCRICAO(WS-INDICE-MOT) TO LINHA-ROTATIVIDADE
           MOVE TAB-MOT-QTDE(WS-INDICE-MOT, 1) TO WS-QTDE-EDIT
           MOVE WS-QTDE-EDIT TO LINHA-ROTATIVIDADE (33:6)
           MOVE TAB-MOT-QTDE(WS-INDICE-MOT, 2) TO WS-QTDE-EDIT
           MOVE WS-QTDE-EDIT TO LINHA-ROTATIVIDADE (41:6)
           PERFORM GRAVAR-LINHA-ROTATIVIDADE.

       GRAVAR-LINHA-ROTATIVIDADE.
           DISPLAY LINHA-ROTATIVIDADE
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-ROTATIVIDADE
           MOVE SPACES TO LINHA-ROTATIVIDADE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELTURN" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELTURN.
