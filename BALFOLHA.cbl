      ******************************************************************
      * Author:
      * Date:
      * Purpose: Balanco e controle da folha de ponta a ponta na cadeia
      *          de pagamento - cada programa totaliza o proprio passo
      *          (FOLHADET, FOLHAAPRV, REMESCTL, REMESSA.LOG,
      *          RETORNO.TXT, REPAGQUE, PAGEXTRA, CONTABIL.TXT), e
      *          aqui os numeros sao amarrados numa competencia so: o
      *          liquido aprovado tem de ser o que saiu na remessa, a
      *          remessa tem de ser o que o banco liquidou mais o que
      *          voltou rejeitado e esta na fila de repagamento, e o
      *          liquido aprovado tem de ser o liquido lancado na
      *          exportacao contabil. Cada quebra sai com o valor e a
      *          matricula envolvida pelo spool de relatorios
      *          (SPOOLREP, SPL.BALFOLHA), e havendo quebra o programa
      *          devolve RETURN-CODE 8 - FECHMES roda este balanco na
      *          noite do fechamento e segura o mes novo enquanto a
      *          cadeia do mes anterior nao fechar. A competencia
      *          conferida e a anterior a que esta fechando (a ultima
      *          com a cadeia inteira percorrida); o parametro BALCOMP
      *          (AAAAMM) escolhe outra quando rodado avulso.
      *          A cadeia conferida e a do empregador 01 (EMPREGAD) -
      *          os demais empregadores tem remessa e retorno proprios
      *          e ficam fora deste balanco.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALFOLHA.
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
           SELECT APROVACAO-FILE ASSIGN TO "FOLHAAPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-APF.
           SELECT CONTROLE-REM-FILE ASSIGN TO "REMESCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMC-COMPETENCIA
               FILE STATUS IS WS-STATUS-RMC.
           SELECT LOG-REMESSA-FILE ASSIGN TO "REMESSA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.
           SELECT REMESSA-FILE ASSIGN TO "REMESSA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REM.
           SELECT RETORNO-FILE ASSIGN TO "RETORNO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RET.
           SELECT REPAGAMENTO-FILE ASSIGN TO "REPAGQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPQ-NUMERO
               FILE STATUS IS WS-STATUS-RPQ.
           SELECT PAGEXTRA-FILE ASSIGN TO "PAGEXTRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEX-NUMERO
               FILE STATUS IS WS-STATUS-PEX.
           SELECT CONTABIL-FILE ASSIGN TO "CONTABIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTB.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-DETALHE-FILE.
           COPY "REGFDET.cpy".
       FD  APROVACAO-FILE.
           COPY "REGAPF.cpy".
       FD  CONTROLE-REM-FILE.
           COPY "REGRMC.cpy".
      * Mesmo desenho do log corrido gravado por REMESSA e REMCORR.
       FD  LOG-REMESSA-FILE.
       01  REGISTRO-LOG-REMESSA.
           03 LOG-COMPETENCIA      PIC 9(06).
           03 FILLER               PIC X(01).
           03 LOG-SEQUENCIAL       PIC 9(06).
           03 FILLER               PIC X(01).
           03 LOG-DATA             PIC 9(08).
           03 FILLER               PIC X(01).
           03 LOG-HORA             PIC 9(06).
           03 FILLER               PIC X(01).
           03 LOG-OPERADOR         PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-QUANTIDADE       PIC 9(06).
           03 FILLER               PIC X(01).
           03 LOG-VALOR            PIC 9(16)V99.
           03 FILLER               PIC X(01).
           03 LOG-EMPREGADOR       PIC 9(02).
       FD  REMESSA-FILE.
       01  LINHA-REMESSA           PIC X(240).
       FD  RETORNO-FILE.
       01  LINHA-RETORNO           PIC X(240).
       FD  REPAGAMENTO-FILE.
           COPY "REGRPQ.cpy".
       FD  PAGEXTRA-FILE.
           COPY "REGPEXT.cpy".
       FD  CONTABIL-FILE.
       01  LINHA-CONTABIL          PIC X(60).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-FDT           PIC X(02) VALUE SPACES.
       77  WS-STATUS-APF           PIC X(02) VALUE SPACES.
       77  WS-STATUS-RMC           PIC X(02) VALUE SPACES.
       77  WS-STATUS-LOG           PIC X(02) VALUE SPACES.
       77  WS-STATUS-REM           PIC X(02) VALUE SPACES.
       77  WS-STATUS-RET           PIC X(02) VALUE SPACES.
       77  WS-STATUS-RPQ           PIC X(02) VALUE SPACES.
       77  WS-STATUS-PEX           PIC X(02) VALUE SPACES.
       77  WS-STATUS-CTB           PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
           88 FIM-ARQUIVO              VALUE "S".
       77  WS-FIM-REPAG            PIC X(01) VALUE "N".
           88 FIM-REPAG                VALUE "S".
       77  WS-REPAG-ABERTO         PIC X(01) VALUE "N".
           88 REPAG-ABERTO             VALUE "S".
       77  WS-PAGEXTRA-ABERTO      PIC X(01) VALUE "N".
           88 PAGEXTRA-ABERTO          VALUE "S".
       77  WS-PARAM-CODIGO         PIC X(08) VALUE SPACES.
       77  WS-PARAM-VALOR          PIC 9(07)V99 VALUE ZEROS.
       77  WS-PARAM-RESULTADO      PIC X(01) VALUE "N".
       77  WS-ACAO-SPOOL           PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO       PIC X(08) VALUE "BALFOLHA".
       01  LINHA-BALANCO           PIC X(100) VALUE SPACES.
       01  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-MES-CORRENTE      PIC 9(06).
           03 FILLER               PIC 9(02).
       01  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           03 WS-COMPETENCIA-ANO   PIC 9(04).
           03 WS-COMPETENCIA-MM    PIC 9(02).
      * Situacao de cada elo da cadeia na competencia.
       77  WS-FOLHA-APROVADA       PIC X(01) VALUE "N".
           88 FOLHA-APROVADA           VALUE "S".
       77  WS-APROVADOR            PIC X(08) VALUE SPACES.
       77  WS-DATA-APROVACAO       PIC 9(08) VALUE ZEROS.
       77  WS-CONTROLE-ACHADO      PIC X(01) VALUE "N".
           88 CONTROLE-ACHADO          VALUE "S".
       77  WS-SEQUENCIAL-CTL       PIC 9(06) VALUE ZEROS.
       77  WS-SEQUENCIAL-ARQUIVO   PIC 9(06) VALUE ZEROS.
       77  WS-REMESSA-DO-MES       PIC X(01) VALUE "N".
           88 REMESSA-DO-MES           VALUE "S".
       77  WS-RETORNO-LIDO         PIC X(01) VALUE "N".
           88 RETORNO-LIDO             VALUE "S".
       77  WS-CONTABIL-DO-MES      PIC X(01) VALUE "N".
           88 CONTABIL-DO-MES          VALUE "S".
      * Totais de cada passo da cadeia.
       77  WS-TOTAL-FOLHA          PIC 9(16)V99 VALUE ZEROS.
       77  WS-QTDE-CONTRACHEQUES   PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-CONTROLE       PIC 9(16)V99 VALUE ZEROS.
       77  WS-TOTAL-LOG            PIC 9(16)V99 VALUE ZEROS.
       77  WS-QTDE-GERACOES        PIC 9(03) VALUE ZERO.
       77  WS-TOTAL-ARQUIVO        PIC 9(16)V99 VALUE ZEROS.
       77  WS-TOTAL-ARQ-FOLHA      PIC 9(16)V99 VALUE ZEROS.
       77  WS-TOTAL-ARQ-EXTRAS     PIC 9(16)V99 VALUE ZEROS.
       77  WS-TOTAL-LIQUIDADO      PIC 9(16)V99 VALUE ZEROS.
       77  WS-TOTAL-EM-REPAG       PIC 9(16)V99 VALUE ZEROS.
       77  WS-TOTAL-FORA-FILA      PIC 9(16)V99 VALUE ZEROS.
       77  WS-TOTAL-SEM-RESPOSTA   PIC 9(16)V99 VALUE ZEROS.
       77  WS-TOTAL-CONTABIL       PIC 9(16)V99 VALUE ZEROS.
       77  WS-QTDE-QUEBRAS         PIC 9(05) VALUE ZERO.
      * Quebra a imprimir - GRAVAR-QUEBRA monta a linha com o valor
      * esperado pelo passo anterior, o encontrado no passo seguinte
      * e a diferenca.
       77  WS-QBR-DESCRICAO        PIC X(30) VALUE SPACES.
       77  WS-QBR-MATRICULA        PIC X(06) VALUE SPACES.
       77  WS-QBR-ESPERADO         PIC 9(16)V99 VALUE ZEROS.
       77  WS-QBR-ENCONTRADO       PIC 9(16)V99 VALUE ZEROS.
       77  WS-QBR-DIFERENCA        PIC S9(16)V99 VALUE ZEROS.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT           PIC ZZZZZZZZZZ9,99.
       01  WS-DIFERENCA-EDIT       PIC -ZZZZZZZZZ9,99.
       01  WS-TOTAL-EDIT           PIC ZZZZZZZZZZZZZZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT           PIC ZZZZZZZZZZ9.99.
       01  WS-DIFERENCA-EDIT       PIC -ZZZZZZZZZ9.99.
       01  WS-TOTAL-EDIT           PIC ZZZZZZZZZZZZZZZ9.99.
      >>END-IF
      * Liquido aprovado por matricula (FOLHADET da competencia) e o
      * que a remessa levou para a mesma matricula na folha normal.
       77  WS-QTDE-FOL             PIC 9(04) VALUE ZERO.
       77  WS-MAX-FOL              PIC 9(04) VALUE 2000.
       77  WS-INDICE-FOL           PIC 9(04) VALUE ZERO.
       77  WS-ACHOU-FOL            PIC X(01) VALUE "N".
           88 ACHOU-FOL                VALUE "S".
       77  WS-MATRICULA-BUSCA      PIC 9(06) VALUE ZEROS.
       01  TABELA-FOLHA.
           03 TAB-FOLHA-ITEM OCCURS 2000 TIMES.
               05 TAB-FOL-MATRICULA PIC 9(06).
               05 TAB-FOL-LIQUIDO   PIC 9(13)V99.
               05 TAB-FOL-ENVIADO   PIC 9(13)V99.
      * Detalhes (segmento A) do arquivo que foi ao banco, com o que o
      * retorno disse de cada um.
       77  WS-QTDE-PAG             PIC 9(04) VALUE ZERO.
       77  WS-MAX-PAG              PIC 9(04) VALUE 2000.
       77  WS-INDICE-PAG           PIC 9(04) VALUE ZERO.
       77  WS-ACHOU-PAG            PIC X(01) VALUE "N".
           88 ACHOU-PAG                VALUE "S".
       01  TABELA-PAGAMENTOS.
           03 TAB-PAGAMENTO-ITEM OCCURS 2000 TIMES.
               05 TAB-PAG-MATRICULA PIC 9(06).
               05 TAB-PAG-SEU-NUMERO PIC X(20).
               05 TAB-PAG-VALOR     PIC 9(13)V99.
               05 TAB-PAG-RETORNADO PIC 9(13)V99.
               05 TAB-PAG-SITUACAO  PIC X(01).
                   88 PAG-SEM-RESPOSTA  VALUE "P".
                   88 PAG-LIQUIDADO     VALUE "L".
                   88 PAG-REJEITADO     VALUE "R".
      * Repagamento mais recente achado na fila para um seu-numero.
       77  WS-REPAG-ACHADO         PIC X(01) VALUE "N".
           88 REPAG-ACHADO             VALUE "S".
       77  WS-REPAG-STATUS         PIC X(01) VALUE SPACE.
      * Visao do header de arquivo CNAB 240 - so o tipo de registro e
      * o numero sequencial do arquivo, que amarra o REMESSA.TXT em
      * disco ao controle REMESCTL da competencia.
       01  HEADER-ARQUIVO.
           03 FILLER               PIC X(07).
           03 HDR-TIPO             PIC X(01).
           03 FILLER               PIC X(149).
           03 HDR-SEQUENCIAL       PIC 9(06).
           03 FILLER               PIC X(77).
      * Visao do segmento A (tipo de registro 3) - o mesmo desenho do
      * CNAB-SEGMENTO-A de REMESSA.cbl e da visao de RETBANCO.cbl. As
      * posicoes 7-12 do seu-numero levam o numero da fila PAGEXTRA
      * quando o detalhe e um pagamento extra.
       01  SEGMENTO-A.
           03 SEG-BANCO            PIC 9(03).
           03 SEG-LOTE             PIC 9(04).
           03 SEG-TIPO             PIC X(01).
           03 SEG-NUM-REGISTRO     PIC 9(05).
           03 SEG-SEGMENTO         PIC X(01).
           03 SEG-TIPO-MOVIMENTO   PIC 9(03).
           03 SEG-CAMARA           PIC 9(03).
           03 SEG-BANCO-FAV        PIC 9(03).
           03 SEG-AGENCIA-FAV      PIC 9(05).
           03 SEG-AGENCIA-FAV-DV   PIC X(01).
           03 SEG-CONTA-FAV        PIC 9(12).
           03 SEG-CONTA-FAV-DV     PIC X(01).
           03 SEG-AGCONTA-DV       PIC X(01).
           03 SEG-NOME-FAV         PIC X(30).
           03 SEG-SEU-NUMERO.
               05 SEG-MATRICULA    PIC 9(06).
               05 SEG-NUMERO-FILA  PIC X(06).
               05 FILLER           PIC X(08).
           03 SEG-DATA-PAGAMENTO   PIC 9(08).
           03 SEG-TIPO-MOEDA       PIC X(03).
           03 SEG-QTDE-MOEDA       PIC 9(15).
           03 SEG-VALOR-PAGAMENTO  PIC 9(13)V99.
           03 SEG-NOSSO-NUMERO     PIC X(20).
           03 SEG-DATA-REAL        PIC 9(08).
           03 SEG-VALOR-REAL       PIC 9(13)V99.
           03 SEG-INFORMACAO       PIC X(30).
           03 SEG-CPF-FAV          PIC 9(14).
           03 FILLER               PIC X(09).
           03 SEG-OCORRENCIAS.
               05 SEG-OCORRENCIA-1 PIC X(02).
                   88 OCORRENCIA-PAGA  VALUE "00" "BD".
               05 FILLER           PIC X(08).
      * Layout combinado com o razao (ver EXPCONTA): header "0" com a
      * competencia, lancamento "1" com conta, natureza e valor.
       01  REGISTRO-CTB-HEADER.
           03 CTBH-TIPO            PIC X(01).
           03 CTBH-DATA-GERACAO    PIC 9(08).
           03 CTBH-COMPETENCIA     PIC 9(06).
           03 FILLER               PIC X(45).
       01  REGISTRO-CTB-LANCTO.
           03 CTBL-TIPO            PIC X(01).
           03 CTBL-CONTA           PIC 9(05).
           03 CTBL-NATUREZA        PIC X(01).
           03 CTBL-CUSTO           PIC X(10).
           03 CTBL-VALOR           PIC 9(13)V99.
           03 CTBL-COMPETENCIA     PIC 9(06).
           03 CTBL-EMPREGADOR      PIC 9(02).
           03 FILLER               PIC X(20).
      * Salarios a pagar - a conta que EXPCONTA credita com o liquido
      * da folha.
       77  WS-CONTA-LIQUIDO        PIC 9(05) VALUE 21101.
      * A cadeia conferida e a do empregador 01 - a dos arquivos
      * REMESSA.TXT, RETORNO.TXT e REMESCTL sem sufixo. Registro
      * anterior ao campo do empregador e do 01.
       77  WS-EMPREGADOR-LINHA     PIC 9(02) VALUE 01.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== BALANCO E CONTROLE DA FOLHA =====".
           PERFORM DEFINIR-COMPETENCIA
           PERFORM CARREGAR-FOLHA
           PERFORM VERIFICAR-APROVACAO
           PERFORM LER-CONTROLE-REMESSA
           PERFORM SOMAR-LOG-REMESSA
           PERFORM CARREGAR-REMESSA
           PERFORM SOMAR-CONTABIL
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-BALANCO
           MOVE SPACES TO LINHA-BALANCO
           STRING "BALANCO E CONTROLE DA FOLHA - COMPETENCIA "
               WS-COMPETENCIA DELIMITED BY SIZE INTO LINHA-BALANCO
           PERFORM GRAVAR-LINHA-BALANCO
           MOVE ALL "=" TO LINHA-BALANCO
           PERFORM GRAVAR-LINHA-BALANCO
           MOVE "QUEBRAS DE CONTROLE" TO LINHA-BALANCO
           PERFORM GRAVAR-LINHA-BALANCO
           MOVE "QUEBRA" TO LINHA-BALANCO
           MOVE "MATRIC" TO LINHA-BALANCO (32:6)
           MOVE "ESPERADO" TO LINHA-BALANCO (46:8)
           MOVE "ENCONTRADO" TO LINHA-BALANCO (59:10)
           MOVE "DIFERENCA" TO LINHA-BALANCO (75:9)
           PERFORM GRAVAR-LINHA-BALANCO
           PERFORM CONFERIR-APROVACAO-FOLHA
           PERFORM CONFERIR-REMESSA-DO-MES
           IF REMESSA-DO-MES
               PERFORM CONFERIR-FOLHA-REMESSA
               PERFORM CONFERIR-CONTROLE-REMESSA
               PERFORM CONFERIR-EXTRAS
               PERFORM CONCILIAR-RETORNO
               PERFORM CONFERIR-RESPOSTA-BANCO
           END-IF
           PERFORM CONFERIR-CONTABIL
           IF WS-QTDE-QUEBRAS = ZERO
               MOVE "NENHUMA QUEBRA - A CADEIA CONFERE" TO LINHA-BALANCO
               PERFORM GRAVAR-LINHA-BALANCO
           END-IF
           PERFORM IMPRIMIR-RESUMO-CADEIA
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-BALANCO
           DISPLAY "Quebras de controle: " WS-QTDE-QUEBRAS
               " - relatorio no spool BALFOLHA"
           IF WS-QTDE-QUEBRAS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "===== FIM DO BALANCO E CONTROLE DA FOLHA =====".
           STOP RUN.

      * Na noite do fechamento do mes M a cadeia completa e a de M-2:
      * a folha de M-1 ainda nem foi gerada, e o REMESSA.TXT, o
      * RETORNO.TXT e o CONTABIL.TXT em disco ainda sao os de M-2.
       DEFINIR-COMPETENCIA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-MES-CORRENTE TO WS-COMPETENCIA
           PERFORM RECUAR-UM-MES
           PERFORM RECUAR-UM-MES
           MOVE "BALCOMP" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S" AND WS-PARAM-VALOR > ZERO
               MOVE WS-PARAM-VALOR TO WS-COMPETENCIA
           END-IF
           DISPLAY "Competencia conferida: " WS-COMPETENCIA.

       RECUAR-UM-MES.
           IF WS-COMPETENCIA-MM = 1
               MOVE 12 TO WS-COMPETENCIA-MM
               SUBTRACT 1 FROM WS-COMPETENCIA-ANO
           ELSE
               SUBTRACT 1 FROM WS-COMPETENCIA-MM
           END-IF.

      * Folha retomada por checkpoint pode deixar mais de uma linha da
      * mesma matricula - o liquido aprovado e a soma delas.
       CARREGAR-FOLHA.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT FOLHA-DETALHE-FILE
           IF WS-STATUS-FDT NOT = "00"
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM LER-PROXIMO-DETALHE
           END-IF
           PERFORM GUARDAR-DETALHE-FOLHA UNTIL FIM-ARQUIVO
           IF WS-STATUS-FDT = "00" OR WS-STATUS-FDT = "10"
               CLOSE FOLHA-DETALHE-FILE
           END-IF.

       LER-PROXIMO-DETALHE.
           READ FOLHA-DETALHE-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       GUARDAR-DETALHE-FOLHA.
           MOVE FDET-EMPREGADOR TO WS-EMPREGADOR-LINHA
           PERFORM NORMALIZAR-EMPREGADOR-LINHA
           IF FDET-COMPETENCIA = WS-COMPETENCIA
                   AND WS-EMPREGADOR-LINHA = 01
               MOVE FDET-MATRICULA TO WS-MATRICULA-BUSCA
               PERFORM LOCALIZAR-FOLHA
               IF NOT ACHOU-FOL AND WS-QTDE-FOL < WS-MAX-FOL
                   ADD 1 TO WS-QTDE-FOL
                   MOVE WS-QTDE-FOL TO WS-INDICE-FOL
                   MOVE FDET-MATRICULA
                       TO TAB-FOL-MATRICULA(WS-INDICE-FOL)
                   MOVE ZEROS TO TAB-FOL-LIQUIDO(WS-INDICE-FOL)
                   MOVE ZEROS TO TAB-FOL-ENVIADO(WS-INDICE-FOL)
                   SET ACHOU-FOL TO TRUE
               END-IF
               IF ACHOU-FOL
                   ADD FDET-LIQUIDO TO TAB-FOL-LIQUIDO(WS-INDICE-FOL)
               END-IF
               ADD FDET-LIQUIDO TO WS-TOTAL-FOLHA
               ADD 1 TO WS-QTDE-CONTRACHEQUES
           END-IF
           PERFORM LER-PROXIMO-DETALHE.

       NORMALIZAR-EMPREGADOR-LINHA.
           IF WS-EMPREGADOR-LINHA IS NOT NUMERIC
                   OR WS-EMPREGADOR-LINHA = ZEROS
               MOVE 01 TO WS-EMPREGADOR-LINHA
           END-IF.

       LOCALIZAR-FOLHA.
           MOVE "N" TO WS-ACHOU-FOL
           PERFORM COMPARAR-FOLHA
               VARYING WS-INDICE-FOL FROM 1 BY 1
               UNTIL WS-INDICE-FOL > WS-QTDE-FOL OR ACHOU-FOL.

       COMPARAR-FOLHA.
           IF TAB-FOL-MATRICULA(WS-INDICE-FOL) = WS-MATRICULA-BUSCA
               SET ACHOU-FOL TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-FOL
           END-IF.

       VERIFICAR-APROVACAO.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT APROVACAO-FILE
           IF WS-STATUS-APF NOT = "00"
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM LER-PROXIMA-APROVACAO
           END-IF
           PERFORM CONFERIR-APROVACAO UNTIL FIM-ARQUIVO
           IF WS-STATUS-APF = "00" OR WS-STATUS-APF = "10"
               CLOSE APROVACAO-FILE
           END-IF.

       LER-PROXIMA-APROVACAO.
           READ APROVACAO-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       CONFERIR-APROVACAO.
           MOVE APF-EMPREGADOR TO WS-EMPREGADOR-LINHA
           PERFORM NORMALIZAR-EMPREGADOR-LINHA
           IF APF-COMPETENCIA = WS-COMPETENCIA AND APF-APROVADA
                   AND WS-EMPREGADOR-LINHA = 01
               SET FOLHA-APROVADA TO TRUE
               MOVE APF-OPERADOR TO WS-APROVADOR
               MOVE APF-DATA TO WS-DATA-APROVACAO
           END-IF
           PERFORM LER-PROXIMA-APROVACAO.

       LER-CONTROLE-REMESSA.
           MOVE "N" TO WS-CONTROLE-ACHADO
           OPEN INPUT CONTROLE-REM-FILE
           IF WS-STATUS-RMC = "00"
               MOVE WS-COMPETENCIA TO RMC-COMPETENCIA
               READ CONTROLE-REM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CONTROLE-ACHADO TO TRUE
                       MOVE RMC-SEQUENCIAL TO WS-SEQUENCIAL-CTL
                       MOVE RMC-VALOR-TOTAL TO WS-TOTAL-CONTROLE
               END-READ
               CLOSE CONTROLE-REM-FILE
           END-IF.

      * So as geracoes da remessa normal - as linhas da remessa
      * corretiva (operador REMCORR) levam a competencia do pagamento
      * e reemitem o que ja foi rejeitado.
       SOMAR-LOG-REMESSA.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT LOG-REMESSA-FILE
           IF WS-STATUS-LOG NOT = "00"
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM LER-PROXIMO-LOG
           END-IF
           PERFORM SOMAR-GERACAO UNTIL FIM-ARQUIVO
           IF WS-STATUS-LOG = "00" OR WS-STATUS-LOG = "10"
               CLOSE LOG-REMESSA-FILE
           END-IF.

       LER-PROXIMO-LOG.
           READ LOG-REMESSA-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       SOMAR-GERACAO.
           MOVE LOG-EMPREGADOR TO WS-EMPREGADOR-LINHA
           PERFORM NORMALIZAR-EMPREGADOR-LINHA
           IF LOG-COMPETENCIA = WS-COMPETENCIA
                   AND LOG-OPERADOR NOT = "REMCORR"
                   AND WS-EMPREGADOR-LINHA = 01
               ADD 1 TO WS-QTDE-GERACOES
               ADD LOG-VALOR TO WS-TOTAL-LOG
           END-IF
           PERFORM LER-PROXIMO-LOG.

      * O REMESSA.TXT em disco so vale para o balanco se o numero do
      * arquivo no header for o que o REMESCTL registrou para a
      * competencia - senao ja e a remessa de outro mes.
       CARREGAR-REMESSA.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT REMESSA-FILE
           IF WS-STATUS-REM NOT = "00"
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM LER-PROXIMA-REMESSA
           END-IF
           PERFORM GUARDAR-PAGAMENTO UNTIL FIM-ARQUIVO
           IF WS-STATUS-REM = "00" OR WS-STATUS-REM = "10"
               CLOSE REMESSA-FILE
           END-IF
           IF CONTROLE-ACHADO
                   AND WS-SEQUENCIAL-ARQUIVO = WS-SEQUENCIAL-CTL
               SET REMESSA-DO-MES TO TRUE
           END-IF.

       LER-PROXIMA-REMESSA.
           READ REMESSA-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       GUARDAR-PAGAMENTO.
           MOVE LINHA-REMESSA TO HEADER-ARQUIVO
           IF HDR-TIPO = "0"
               MOVE HDR-SEQUENCIAL TO WS-SEQUENCIAL-ARQUIVO
           END-IF
           MOVE LINHA-REMESSA TO SEGMENTO-A
           IF SEG-TIPO = "3" AND SEG-SEGMENTO = "A"
                   AND WS-QTDE-PAG < WS-MAX-PAG
               ADD 1 TO WS-QTDE-PAG
               MOVE SEG-MATRICULA TO TAB-PAG-MATRICULA(WS-QTDE-PAG)
               MOVE SEG-SEU-NUMERO TO TAB-PAG-SEU-NUMERO(WS-QTDE-PAG)
               MOVE SEG-VALOR-PAGAMENTO TO TAB-PAG-VALOR(WS-QTDE-PAG)
               MOVE ZEROS TO TAB-PAG-RETORNADO(WS-QTDE-PAG)
               MOVE "P" TO TAB-PAG-SITUACAO(WS-QTDE-PAG)
               ADD SEG-VALOR-PAGAMENTO TO WS-TOTAL-ARQUIVO
           END-IF
           PERFORM LER-PROXIMA-REMESSA.

      * Liquido lancado a credito de salarios a pagar no arquivo do
      * razao - so se o CONTABIL.TXT em disco for o da competencia.
       SOMAR-CONTABIL.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT CONTABIL-FILE
           IF WS-STATUS-CTB NOT = "00"
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM LER-PROXIMO-CONTABIL
           END-IF
           PERFORM SOMAR-LANCTO-CONTABIL UNTIL FIM-ARQUIVO
           IF WS-STATUS-CTB = "00" OR WS-STATUS-CTB = "10"
               CLOSE CONTABIL-FILE
           END-IF.

       LER-PROXIMO-CONTABIL.
           READ CONTABIL-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       SOMAR-LANCTO-CONTABIL.
           MOVE LINHA-CONTABIL TO REGISTRO-CTB-HEADER
           MOVE LINHA-CONTABIL TO REGISTRO-CTB-LANCTO
           MOVE CTBL-EMPREGADOR TO WS-EMPREGADOR-LINHA
           PERFORM NORMALIZAR-EMPREGADOR-LINHA
           IF CTBH-TIPO = "0" AND CTBH-COMPETENCIA = WS-COMPETENCIA
               SET CONTABIL-DO-MES TO TRUE
           END-IF
           IF CTBL-TIPO = "1" AND CTBL-COMPETENCIA = WS-COMPETENCIA
                   AND CTBL-CONTA = WS-CONTA-LIQUIDO
                   AND CTBL-NATUREZA = "C"
                   AND WS-EMPREGADOR-LINHA = 01
               ADD CTBL-VALOR TO WS-TOTAL-CONTABIL
           END-IF
           PERFORM LER-PROXIMO-CONTABIL.

      * Folha com liquido e sem aprovacao do supervisor nao deveria
      * ter ido ao banco - a quebra envolve a folha inteira.
       CONFERIR-APROVACAO-FOLHA.
           IF WS-TOTAL-FOLHA > ZERO AND NOT FOLHA-APROVADA
               MOVE "FOLHA SEM APROVACAO" TO WS-QBR-DESCRICAO
               MOVE "TODAS" TO WS-QBR-MATRICULA
               MOVE WS-TOTAL-FOLHA TO WS-QBR-ESPERADO
               MOVE ZEROS TO WS-QBR-ENCONTRADO
               PERFORM GRAVAR-QUEBRA
           END-IF.

       CONFERIR-REMESSA-DO-MES.
           IF WS-TOTAL-FOLHA > ZERO AND NOT CONTROLE-ACHADO
               MOVE "REMESSA NAO GERADA" TO WS-QBR-DESCRICAO
               MOVE "TODAS" TO WS-QBR-MATRICULA
               MOVE WS-TOTAL-FOLHA TO WS-QBR-ESPERADO
               MOVE ZEROS TO WS-QBR-ENCONTRADO
               PERFORM GRAVAR-QUEBRA
           END-IF
           IF CONTROLE-ACHADO AND NOT REMESSA-DO-MES
               MOVE "REMESSA.TXT DE OUTRO ARQUIVO" TO WS-QBR-DESCRICAO
               MOVE "TODAS" TO WS-QBR-MATRICULA
               MOVE WS-TOTAL-CONTROLE TO WS-QBR-ESPERADO
               MOVE ZEROS TO WS-QBR-ENCONTRADO
               PERFORM GRAVAR-QUEBRA
           END-IF.

      * Aprovado x enviado, matricula a matricula: primeiro cada
      * detalhe da folha normal soma no aprovado da sua matricula
      * (ou quebra, se a matricula nem tem folha), depois cada
      * matricula aprovada confere o que levou.
       CONFERIR-FOLHA-REMESSA.
           PERFORM APLICAR-DETALHE-FOLHA
               VARYING WS-INDICE-PAG FROM 1 BY 1
               UNTIL WS-INDICE-PAG > WS-QTDE-PAG
           PERFORM CONFERIR-ENVIADO-MATRICULA
               VARYING WS-INDICE-FOL FROM 1 BY 1
               UNTIL WS-INDICE-FOL > WS-QTDE-FOL.

       APLICAR-DETALHE-FOLHA.
           IF TAB-PAG-SEU-NUMERO(WS-INDICE-PAG) (7:6) = SPACES
               ADD TAB-PAG-VALOR(WS-INDICE-PAG) TO WS-TOTAL-ARQ-FOLHA
               MOVE TAB-PAG-MATRICULA(WS-INDICE-PAG)
                   TO WS-MATRICULA-BUSCA
               PERFORM LOCALIZAR-FOLHA
               IF ACHOU-FOL
                   ADD TAB-PAG-VALOR(WS-INDICE-PAG)
                       TO TAB-FOL-ENVIADO(WS-INDICE-FOL)
               ELSE
                   MOVE "ENVIADO SEM FOLHA APROVADA"
                       TO WS-QBR-DESCRICAO
                   MOVE TAB-PAG-MATRICULA(WS-INDICE-PAG)
                       TO WS-QBR-MATRICULA
                   MOVE ZEROS TO WS-QBR-ESPERADO
                   MOVE TAB-PAG-VALOR(WS-INDICE-PAG)
                       TO WS-QBR-ENCONTRADO
                   PERFORM GRAVAR-QUEBRA
               END-IF
           ELSE
               ADD TAB-PAG-VALOR(WS-INDICE-PAG) TO WS-TOTAL-ARQ-EXTRAS
           END-IF.

       CONFERIR-ENVIADO-MATRICULA.
           IF TAB-FOL-ENVIADO(WS-INDICE-FOL)
                   NOT = TAB-FOL-LIQUIDO(WS-INDICE-FOL)
               IF TAB-FOL-ENVIADO(WS-INDICE-FOL) = ZERO
                   MOVE "APROVADO E NAO ENVIADO" TO WS-QBR-DESCRICAO
               ELSE
                   MOVE "ENVIADO DIFERENTE DO APROVADO"
                       TO WS-QBR-DESCRICAO
               END-IF
               MOVE TAB-FOL-MATRICULA(WS-INDICE-FOL)
                   TO WS-QBR-MATRICULA
               MOVE TAB-FOL-LIQUIDO(WS-INDICE-FOL) TO WS-QBR-ESPERADO
               MOVE TAB-FOL-ENVIADO(WS-INDICE-FOL)
                   TO WS-QBR-ENCONTRADO
               PERFORM GRAVAR-QUEBRA
           END-IF.

      * O controle da competencia tem de bater com o arquivo que esta
      * em disco, e o log corrido com o controle - log maior que o
      * controle e remessa gerada de novo com liberacao de supervisor,
      * o banco pode ter recebido os dois arquivos.
       CONFERIR-CONTROLE-REMESSA.
           IF WS-TOTAL-CONTROLE NOT = WS-TOTAL-ARQUIVO
               MOVE "CONTROLE DIFERENTE DO ARQUIVO" TO WS-QBR-DESCRICAO
               MOVE "TODAS" TO WS-QBR-MATRICULA
               MOVE WS-TOTAL-CONTROLE TO WS-QBR-ESPERADO
               MOVE WS-TOTAL-ARQUIVO TO WS-QBR-ENCONTRADO
               PERFORM GRAVAR-QUEBRA
           END-IF
           IF WS-TOTAL-LOG NOT = WS-TOTAL-CONTROLE
               IF WS-QTDE-GERACOES > 1
                   MOVE "REMESSA GERADA MAIS DE UMA VEZ"
                       TO WS-QBR-DESCRICAO
               ELSE
                   MOVE "LOG DIFERENTE DO CONTROLE" TO WS-QBR-DESCRICAO
               END-IF
               MOVE "TODAS" TO WS-QBR-MATRICULA
               MOVE WS-TOTAL-CONTROLE TO WS-QBR-ESPERADO
               MOVE WS-TOTAL-LOG TO WS-QBR-ENCONTRADO
               PERFORM GRAVAR-QUEBRA
           END-IF.

      * Pagamento extra no arquivo tem de existir na fila PAGEXTRA,
      * marcado como enviado e com o mesmo valor.
       CONFERIR-EXTRAS.
           MOVE "N" TO WS-PAGEXTRA-ABERTO
           OPEN INPUT PAGEXTRA-FILE
           IF WS-STATUS-PEX = "00"
               SET PAGEXTRA-ABERTO TO TRUE
           END-IF
           PERFORM CONFERIR-DETALHE-EXTRA
               VARYING WS-INDICE-PAG FROM 1 BY 1
               UNTIL WS-INDICE-PAG > WS-QTDE-PAG
           IF PAGEXTRA-ABERTO
               CLOSE PAGEXTRA-FILE
           END-IF.

       CONFERIR-DETALHE-EXTRA.
           IF TAB-PAG-SEU-NUMERO(WS-INDICE-PAG) (7:6) NOT = SPACES
               MOVE ZEROS TO PEX-VALOR
               MOVE SPACE TO PEX-STATUS
               IF TAB-PAG-SEU-NUMERO(WS-INDICE-PAG) (7:6) IS NUMERIC
                       AND PAGEXTRA-ABERTO
                   MOVE TAB-PAG-SEU-NUMERO(WS-INDICE-PAG) (7:6)
                       TO PEX-NUMERO
                   READ PAGEXTRA-FILE
                       INVALID KEY
                           MOVE ZEROS TO PEX-VALOR
                           MOVE SPACE TO PEX-STATUS
                   END-READ
               END-IF
               IF NOT PEX-ENVIADO
                       OR PEX-VALOR NOT = TAB-PAG-VALOR(WS-INDICE-PAG)
                   MOVE "EXTRA FORA DA FILA PAGEXTRA"
                       TO WS-QBR-DESCRICAO
                   MOVE TAB-PAG-MATRICULA(WS-INDICE-PAG)
                       TO WS-QBR-MATRICULA
                   MOVE PEX-VALOR TO WS-QBR-ESPERADO
                   MOVE TAB-PAG-VALOR(WS-INDICE-PAG)
                       TO WS-QBR-ENCONTRADO
                   PERFORM GRAVAR-QUEBRA
               END-IF
           END-IF.

      * O retorno do banco e casado pelo seu-numero inteiro, como em
      * RETBANCO - a mesma matricula pode ter o liquido e extras.
       CONCILIAR-RETORNO.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT RETORNO-FILE
           IF WS-STATUS-RET NOT = "00"
               SET FIM-ARQUIVO TO TRUE
           ELSE
               SET RETORNO-LIDO TO TRUE
               PERFORM LER-PROXIMO-RETORNO
           END-IF
           PERFORM REGISTRAR-RETORNO UNTIL FIM-ARQUIVO
           IF WS-STATUS-RET = "00" OR WS-STATUS-RET = "10"
               CLOSE RETORNO-FILE
           END-IF.

       LER-PROXIMO-RETORNO.
           READ RETORNO-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       REGISTRAR-RETORNO.
           MOVE LINHA-RETORNO TO SEGMENTO-A
           IF SEG-TIPO = "3" AND SEG-SEGMENTO = "A"
               PERFORM LOCALIZAR-PAGAMENTO
               IF NOT ACHOU-PAG
                   MOVE "RETORNO SEM REMESSA" TO WS-QBR-DESCRICAO
                   MOVE SEG-MATRICULA TO WS-QBR-MATRICULA
                   MOVE ZEROS TO WS-QBR-ESPERADO
                   MOVE SEG-VALOR-PAGAMENTO TO WS-QBR-ENCONTRADO
                   PERFORM GRAVAR-QUEBRA
               ELSE
                   IF NOT PAG-SEM-RESPOSTA(WS-INDICE-PAG)
                       MOVE "RETORNO EM DUPLICIDADE"
                           TO WS-QBR-DESCRICAO
                       MOVE SEG-MATRICULA TO WS-QBR-MATRICULA
                       MOVE ZEROS TO WS-QBR-ESPERADO
                       MOVE SEG-VALOR-PAGAMENTO TO WS-QBR-ENCONTRADO
                       PERFORM GRAVAR-QUEBRA
                   ELSE
                       MOVE SEG-VALOR-PAGAMENTO
                           TO TAB-PAG-RETORNADO(WS-INDICE-PAG)
                       IF OCORRENCIA-PAGA
                           MOVE "L" TO TAB-PAG-SITUACAO(WS-INDICE-PAG)
                       ELSE
                           MOVE "R" TO TAB-PAG-SITUACAO(WS-INDICE-PAG)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM LER-PROXIMO-RETORNO.

       LOCALIZAR-PAGAMENTO.
           MOVE "N" TO WS-ACHOU-PAG
           PERFORM COMPARAR-PAGAMENTO
               VARYING WS-INDICE-PAG FROM 1 BY 1
               UNTIL WS-INDICE-PAG > WS-QTDE-PAG OR ACHOU-PAG.

       COMPARAR-PAGAMENTO.
           IF TAB-PAG-SEU-NUMERO(WS-INDICE-PAG) = SEG-SEU-NUMERO
               SET ACHOU-PAG TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-PAG
           END-IF.

      * Enviado = liquidado + rejeitado na fila de repagamento. Sem
      * resposta do banco, liquidado por outro valor e rejeitado que
      * nao esta na fila (ou foi descartado) sao quebras.
       CONFERIR-RESPOSTA-BANCO.
           MOVE "N" TO WS-REPAG-ABERTO
           OPEN INPUT REPAGAMENTO-FILE
           IF WS-STATUS-RPQ = "00"
               SET REPAG-ABERTO TO TRUE
           END-IF
           PERFORM CONFERIR-PAGAMENTO
               VARYING WS-INDICE-PAG FROM 1 BY 1
               UNTIL WS-INDICE-PAG > WS-QTDE-PAG
           IF REPAG-ABERTO
               CLOSE REPAGAMENTO-FILE
           END-IF.

       CONFERIR-PAGAMENTO.
           MOVE TAB-PAG-MATRICULA(WS-INDICE-PAG) TO WS-QBR-MATRICULA
           MOVE TAB-PAG-VALOR(WS-INDICE-PAG) TO WS-QBR-ESPERADO
           MOVE TAB-PAG-RETORNADO(WS-INDICE-PAG) TO WS-QBR-ENCONTRADO
           EVALUATE TRUE
               WHEN PAG-SEM-RESPOSTA(WS-INDICE-PAG)
                   ADD TAB-PAG-VALOR(WS-INDICE-PAG)
                       TO WS-TOTAL-SEM-RESPOSTA
                   MOVE "SEM RESPOSTA DO BANCO" TO WS-QBR-DESCRICAO
                   PERFORM GRAVAR-QUEBRA
               WHEN PAG-LIQUIDADO(WS-INDICE-PAG)
                   ADD TAB-PAG-RETORNADO(WS-INDICE-PAG)
                       TO WS-TOTAL-LIQUIDADO
                   IF TAB-PAG-RETORNADO(WS-INDICE-PAG)
                           NOT = TAB-PAG-VALOR(WS-INDICE-PAG)
                       MOVE "LIQUIDADO COM OUTRO VALOR"
                           TO WS-QBR-DESCRICAO
                       PERFORM GRAVAR-QUEBRA
                   END-IF
               WHEN OTHER
                   PERFORM LOCALIZAR-REPAGAMENTO
                   IF REPAG-ACHADO AND WS-REPAG-STATUS NOT = "D"
                       ADD TAB-PAG-VALOR(WS-INDICE-PAG)
                           TO WS-TOTAL-EM-REPAG
                   ELSE
                       ADD TAB-PAG-VALOR(WS-INDICE-PAG)
                           TO WS-TOTAL-FORA-FILA
                       MOVE "REJEITADO FORA DA FILA"
                           TO WS-QBR-DESCRICAO
                       PERFORM GRAVAR-QUEBRA
                   END-IF
           END-EVALUATE.

      * O seu-numero da folha normal e so a matricula e se repete mes
      * a mes - vale o registro mais recente da fila.
       LOCALIZAR-REPAGAMENTO.
           MOVE "N" TO WS-REPAG-ACHADO
           MOVE SPACE TO WS-REPAG-STATUS
           MOVE "N" TO WS-FIM-REPAG
           IF NOT REPAG-ABERTO
               SET FIM-REPAG TO TRUE
           END-IF
           MOVE ZEROS TO RPQ-NUMERO
           IF NOT FIM-REPAG
               START REPAGAMENTO-FILE KEY NOT < RPQ-NUMERO
                   INVALID KEY SET FIM-REPAG TO TRUE
               END-START
           END-IF
           IF NOT FIM-REPAG
               PERFORM LER-PROXIMO-REPAG
           END-IF
           PERFORM CONFERIR-FILA-REPAG UNTIL FIM-REPAG.

       LER-PROXIMO-REPAG.
           READ REPAGAMENTO-FILE NEXT RECORD
               AT END SET FIM-REPAG TO TRUE
           END-READ.

       CONFERIR-FILA-REPAG.
           IF RPQ-SEU-NUMERO = TAB-PAG-SEU-NUMERO(WS-INDICE-PAG)
               SET REPAG-ACHADO TO TRUE
               MOVE RPQ-STATUS TO WS-REPAG-STATUS
           END-IF
           PERFORM LER-PROXIMO-REPAG.

      * Aprovado x contabilizado - o lancamento e por total, nao ha
      * matricula a apontar; a quebra cita o arquivo.
       CONFERIR-CONTABIL.
           IF WS-TOTAL-FOLHA > ZERO AND NOT CONTABIL-DO-MES
               MOVE "EXPORTACAO CONTABIL AUSENTE" TO WS-QBR-DESCRICAO
               MOVE "TODAS" TO WS-QBR-MATRICULA
               MOVE WS-TOTAL-FOLHA TO WS-QBR-ESPERADO
               MOVE ZEROS TO WS-QBR-ENCONTRADO
               PERFORM GRAVAR-QUEBRA
           END-IF
           IF CONTABIL-DO-MES AND WS-TOTAL-CONTABIL NOT = WS-TOTAL-FOLHA
               MOVE "CONTABILIZADO DIFERE DA FOLHA" TO WS-QBR-DESCRICAO
               MOVE "TOTAL" TO WS-QBR-MATRICULA
               MOVE WS-TOTAL-FOLHA TO WS-QBR-ESPERADO
               MOVE WS-TOTAL-CONTABIL TO WS-QBR-ENCONTRADO
               PERFORM GRAVAR-QUEBRA
           END-IF.

       GRAVAR-QUEBRA.
           ADD 1 TO WS-QTDE-QUEBRAS
           COMPUTE WS-QBR-DIFERENCA =
               WS-QBR-ENCONTRADO - WS-QBR-ESPERADO
           MOVE WS-QBR-DESCRICAO TO LINHA-BALANCO
           MOVE WS-QBR-MATRICULA TO LINHA-BALANCO (32:6)
           MOVE WS-QBR-ESPERADO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-BALANCO (40:14)
           MOVE WS-QBR-ENCONTRADO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-BALANCO (55:14)
           MOVE WS-QBR-DIFERENCA TO WS-DIFERENCA-EDIT
           MOVE WS-DIFERENCA-EDIT TO LINHA-BALANCO (70:14)
           PERFORM GRAVAR-LINHA-BALANCO.

       IMPRIMIR-RESUMO-CADEIA.
           MOVE ALL "-" TO LINHA-BALANCO
           PERFORM GRAVAR-LINHA-BALANCO
           MOVE "RESUMO DA CADEIA DE PAGAMENTO" TO LINHA-BALANCO
           PERFORM GRAVAR-LINHA-BALANCO
           MOVE WS-TOTAL-FOLHA TO WS-TOTAL-EDIT
           STRING "LIQUIDO DA FOLHA (FOLHADET)..........: "
               WS-TOTAL-EDIT " (" WS-QTDE-CONTRACHEQUES
               " CONTRACHEQUES)"
               DELIMITED BY SIZE INTO LINHA-BALANCO
           PERFORM GRAVAR-LINHA-BALANCO
           IF FOLHA-APROVADA
               STRING "APROVACAO (FOLHAAPRV)................: "
                   "APROVADA POR " WS-APROVADOR " EM "
                   WS-DATA-APROVACAO
                   DELIMITED BY SIZE INTO LINHA-BALANCO
           ELSE
               STRING "APROVACAO (FOLHAAPRV)................: "
                   "NAO APROVADA"
                   DELIMITED BY SIZE INTO LINHA-BALANCO
           END-IF
           PERFORM GRAVAR-LINHA-BALANCO
           MOVE WS-TOTAL-CONTROLE TO WS-TOTAL-EDIT
           STRING "REMESSA - CONTROLE (REMESCTL)........: "
               WS-TOTAL-EDIT " (ARQUIVO " WS-SEQUENCIAL-CTL ")"
               DELIMITED BY SIZE INTO LINHA-BALANCO
           PERFORM GRAVAR-LINHA-BALANCO
           MOVE WS-TOTAL-LOG TO WS-TOTAL-EDIT
           STRING "REMESSA - LOG (REMESSA.LOG)..........: "
               WS-TOTAL-EDIT " (" WS-QTDE-GERACOES " GERACOES)"
               DELIMITED BY SIZE INTO LINHA-BALANCO
           PERFORM GRAVAR-LINHA-BALANCO
           IF REMESSA-DO-MES
               MOVE WS-TOTAL-ARQUIVO TO WS-TOTAL-EDIT
               STRING "REMESSA - ARQUIVO (REMESSA.TXT)......: "
                   WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINHA-BALANCO
               PERFORM GRAVAR-LINHA-BALANCO
               MOVE WS-TOTAL-ARQ-FOLHA TO WS-TOTAL-EDIT
               STRING "   FOLHA NORMAL......................: "
                   WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINHA-BALANCO
               PERFORM GRAVAR-LINHA-BALANCO
               MOVE WS-TOTAL-ARQ-EXTRAS TO WS-TOTAL-EDIT
               STRING "   PAGAMENTOS EXTRAS (PAGEXTRA)......: "
                   WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINHA-BALANCO
               PERFORM GRAVAR-LINHA-BALANCO
               MOVE WS-TOTAL-LIQUIDADO TO WS-TOTAL-EDIT
               STRING "LIQUIDADO PELO BANCO (RETORNO.TXT)...: "
                   WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINHA-BALANCO
               PERFORM GRAVAR-LINHA-BALANCO
               MOVE WS-TOTAL-EM-REPAG TO WS-TOTAL-EDIT
               STRING "REJEITADO EM REPAGAMENTO (REPAGQUE)..: "
                   WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINHA-BALANCO
               PERFORM GRAVAR-LINHA-BALANCO
               MOVE WS-TOTAL-FORA-FILA TO WS-TOTAL-EDIT
               STRING "REJEITADO FORA DA FILA...............: "
                   WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINHA-BALANCO
               PERFORM GRAVAR-LINHA-BALANCO
               MOVE WS-TOTAL-SEM-RESPOSTA TO WS-TOTAL-EDIT
               STRING "SEM RESPOSTA DO BANCO................: "
                   WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINHA-BALANCO
               PERFORM GRAVAR-LINHA-BALANCO
               IF NOT RETORNO-LIDO
                   MOVE "   (RETORNO.TXT NAO DISPONIVEL)"
                       TO LINHA-BALANCO
                   PERFORM GRAVAR-LINHA-BALANCO
               END-IF
           ELSE
               STRING "REMESSA - ARQUIVO (REMESSA.TXT)......: "
                   "NAO E O ARQUIVO DA COMPETENCIA"
                   DELIMITED BY SIZE INTO LINHA-BALANCO
               PERFORM GRAVAR-LINHA-BALANCO
           END-IF
           IF CONTABIL-DO-MES
               MOVE WS-TOTAL-CONTABIL TO WS-TOTAL-EDIT
               STRING "LIQUIDO CONTABILIZADO (CONTABIL.TXT).: "
                   WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINHA-BALANCO
           ELSE
               STRING "LIQUIDO CONTABILIZADO (CONTABIL.TXT).: "
                   "NAO EXPORTADO"
                   DELIMITED BY SIZE INTO LINHA-BALANCO
           END-IF
           PERFORM GRAVAR-LINHA-BALANCO
           MOVE ALL "=" TO LINHA-BALANCO
           PERFORM GRAVAR-LINHA-BALANCO
           IF WS-QTDE-QUEBRAS = ZERO
               MOVE "CADEIA CONFERE - FECHAMENTO LIBERADO"
                   TO LINHA-BALANCO
           ELSE
               STRING "CADEIA COM " WS-QTDE-QUEBRAS " QUEBRA(S) - "
                   "PROXIMO FECHAMENTO RETIDO"
                   DELIMITED BY SIZE INTO LINHA-BALANCO
           END-IF
           PERFORM GRAVAR-LINHA-BALANCO.

       GRAVAR-LINHA-BALANCO.
           DISPLAY LINHA-BALANCO
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-BALANCO
           MOVE SPACES TO LINHA-BALANCO.

       END PROGRAM BALFOLHA.
