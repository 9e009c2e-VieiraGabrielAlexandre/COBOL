      ******************************************************************
      * Author:
      * Date:
      * Purpose: Repasse mensal dos emprestimos consignados por banco
      *          credor - para a competencia que acabou de fechar,
      *          lista contrato a contrato o valor retido na folha
      *          (CSG-ULTIMO-DESCONTO, gravado por CONTRACH) e as
      *          quitacoes antecipadas retidas no acerto da RESCISAO,
      *          com subtotal por banco e total geral - e o documento
      *          que acompanha o credito a cada banco. Contrato com
      *          saldo que o acerto nao cobriu sai marcado para o
      *          banco cobrar direto. Sai pelo spool de relatorios
      *          (SPOOLREP, SPL.RELCONSG.AAAAMMDD); chamado por
      *          CONTRACH logo depois da folha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCONSG.
       ENVIRONMENT DIVISION.
      * Decimal separator is a build-time switch, same as EXEMPLO1.COB:
      * compile with "cobc -D BRLOCALE=1 ..." for shops that key and
      * display salaries with a comma.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSIGNADO-FILE ASSIGN TO "CONSIGNA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WS-STATUS-CSG.
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
       DATA DIVISION.
       FILE SECTION.
       FD  CONSIGNADO-FILE.
           COPY "REGCSG.cpy".
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-CSG       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-QTDE-BANCOS      PIC 9(03) VALUE ZERO.
       77  WS-MAX-BANCOS       PIC 9(03) VALUE 100.
       77  WS-INDICE-BANCO     PIC 9(03) VALUE ZERO.
       77  WS-BANCO-ATUAL      PIC 9(03) VALUE ZERO.
       77  WS-ACHOU-BANCO      PIC X(01) VALUE "N".
           88 ACHOU-BANCO          VALUE "S".
       77  WS-VALOR-REPASSE    PIC 9(10)V99 VALUE ZEROS.
       77  WS-TIPO-REPASSE     PIC X(01) VALUE SPACE.
           88 REPASSE-PARCELA      VALUE "P".
           88 REPASSE-QUITACAO     VALUE "Q".
       77  WS-TOTAL-GERAL      PIC 9(12)V99 VALUE ZEROS.
       77  WS-TOTAL-CONTRATOS  PIC 9(05) VALUE ZERO.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "RELCONSG".
       01  LINHA-REPASSE       PIC X(100) VALUE SPACES.
      * Bancos com repasse na competencia, na ordem em que aparecem no
      * CONSIGNA - o relatorio rele o arquivo uma vez por banco.
       01  TABELA-BANCOS.
           03 TAB-BCO-ITEM OCCURS 100 TIMES.
               05 TAB-BCO-CODIGO    PIC 9(03).
               05 TAB-BCO-QTDE      PIC 9(05).
               05 TAB-BCO-VALOR     PIC 9(12)V99.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZZZ9.99.
      >>END-IF
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL     PIC 9(04).
           03 WS-MES-ATUAL     PIC 9(02).
           03 WS-DIA-ATUAL     PIC 9(02).
      * Mesma competencia da folha que acabou de ser gerada.
       01  WS-MES-FECHADO      PIC 9(06) VALUE ZEROS.
       01  WS-MES-FECHADO-R REDEFINES WS-MES-FECHADO.
           03 WS-FECHADO-ANO   PIC 9(04).
           03 WS-FECHADO-MM    PIC 9(02).
           COPY "CALMES.cpy".
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== REPASSE DE CONSIGNADOS =====".
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-MES-ATUAL TO WS-FECHADO-MM
           MOVE WS-ANO-ATUAL TO WS-FECHADO-ANO
           IF WS-FECHADO-MM = 1
               MOVE 12 TO WS-FECHADO-MM
               SUBTRACT 1 FROM WS-FECHADO-ANO
           ELSE
               SUBTRACT 1 FROM WS-FECHADO-MM
           END-IF
           OPEN INPUT CONSIGNADO-FILE
           IF WS-STATUS-CSG = "35"
               DISPLAY "Nenhum consignado cadastrado - sem repasse"
               STOP RUN
           END-IF
           IF WS-STATUS-CSG NOT = "00"
               MOVE "CONSIGNA" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-CSG TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CONSIGNA indisponivel - status " WS-STATUS-CSG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADASTRO-FILE
           PERFORM LEVANTAR-BANCOS
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-REPASSE
           MOVE SPACES TO LINHA-REPASSE
           STRING "REPASSE DE CONSIGNADOS - "
               FISCAL-MES-EXTENSO(WS-FECHADO-MM) "/" WS-FECHADO-ANO
               DELIMITED BY SIZE INTO LINHA-REPASSE
           PERFORM GRAVAR-LINHA-REPASSE
           PERFORM LISTAR-BANCO
               VARYING WS-INDICE-BANCO FROM 1 BY 1
               UNTIL WS-INDICE-BANCO > WS-QTDE-BANCOS
           MOVE ALL "=" TO LINHA-REPASSE
           PERFORM GRAVAR-LINHA-REPASSE
           MOVE WS-TOTAL-GERAL TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-REPASSE
           STRING "BANCOS: " WS-QTDE-BANCOS
               "  CONTRATOS: " WS-TOTAL-CONTRATOS
               "  TOTAL A REPASSAR: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-REPASSE
           PERFORM GRAVAR-LINHA-REPASSE
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-REPASSE
           CLOSE CONSIGNADO-FILE
           IF WS-STATUS-ARQ = "00"
               CLOSE CADASTRO-FILE
           END-IF
           DISPLAY "Contratos repassados: " WS-TOTAL-CONTRATOS
               " no spool RELCONSG"
           DISPLAY "===== FIM DO REPASSE DE CONSIGNADOS =====".
           STOP RUN.

       GRAVAR-LINHA-REPASSE.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-REPASSE.

       POSICIONAR-INICIO.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO CSG-CHAVE
           START CONSIGNADO-FILE KEY NOT < CSG-CHAVE
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-CONTRATO
           END-IF.

       LER-PROXIMO-CONTRATO.
           READ CONSIGNADO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * Parcela retida na folha da competencia, ou quitacao retida no
      * acerto de uma rescisao da competencia.
       CLASSIFICAR-REPASSE.
           MOVE SPACE TO WS-TIPO-REPASSE
           MOVE ZEROS TO WS-VALOR-REPASSE
           IF CSG-ULTIMA-COMPETENCIA = WS-MES-FECHADO
                   AND CSG-ULTIMO-DESCONTO > ZERO
               SET REPASSE-PARCELA TO TRUE
               MOVE CSG-ULTIMO-DESCONTO TO WS-VALOR-REPASSE
           END-IF
           IF CSG-QUITADO-RESCISAO
                   AND CSG-COMPETENCIA-QUITACAO = WS-MES-FECHADO
                   AND CSG-VALOR-QUITACAO > ZERO
               SET REPASSE-QUITACAO TO TRUE
               MOVE CSG-VALOR-QUITACAO TO WS-VALOR-REPASSE
           END-IF.

       LEVANTAR-BANCOS.
           MOVE ZERO TO WS-QTDE-BANCOS
           PERFORM POSICIONAR-INICIO
           PERFORM GUARDAR-BANCO UNTIL FIM-ARQUIVO.

       GUARDAR-BANCO.
           PERFORM CLASSIFICAR-REPASSE
           IF WS-VALOR-REPASSE > ZERO
               MOVE "N" TO WS-ACHOU-BANCO
               PERFORM COMPARAR-BANCO-TABELA
                   VARYING WS-INDICE-BANCO FROM 1 BY 1
                   UNTIL WS-INDICE-BANCO > WS-QTDE-BANCOS
                       OR ACHOU-BANCO
               IF NOT ACHOU-BANCO AND WS-QTDE-BANCOS < WS-MAX-BANCOS
                   ADD 1 TO WS-QTDE-BANCOS
                   MOVE WS-QTDE-BANCOS TO WS-INDICE-BANCO
                   MOVE CSG-BANCO TO TAB-BCO-CODIGO(WS-INDICE-BANCO)
                   MOVE ZEROS TO TAB-BCO-QTDE(WS-INDICE-BANCO)
                   MOVE ZEROS TO TAB-BCO-VALOR(WS-INDICE-BANCO)
                   SET ACHOU-BANCO TO TRUE
               END-IF
               IF ACHOU-BANCO
                   ADD 1 TO TAB-BCO-QTDE(WS-INDICE-BANCO)
                   ADD WS-VALOR-REPASSE
                       TO TAB-BCO-VALOR(WS-INDICE-BANCO)
               END-IF
           END-IF
           PERFORM LER-PROXIMO-CONTRATO.

       COMPARAR-BANCO-TABELA.
           IF TAB-BCO-CODIGO(WS-INDICE-BANCO) = CSG-BANCO
               SET ACHOU-BANCO TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-BANCO
           END-IF.

       LISTAR-BANCO.
           MOVE TAB-BCO-CODIGO(WS-INDICE-BANCO) TO WS-BANCO-ATUAL
           MOVE ALL "-" TO LINHA-REPASSE
           PERFORM GRAVAR-LINHA-REPASSE
           MOVE SPACES TO LINHA-REPASSE
           STRING "BANCO CREDOR " WS-BANCO-ATUAL
               DELIMITED BY SIZE INTO LINHA-REPASSE
           PERFORM GRAVAR-LINHA-REPASSE
           MOVE SPACES TO LINHA-REPASSE
           MOVE "MATRIC" TO LINHA-REPASSE (1:6)
           MOVE "NOME" TO LINHA-REPASSE (8:4)
           MOVE "CONTRATO" TO LINHA-REPASSE (34:8)
           MOVE "PARCELA" TO LINHA-REPASSE (50:7)
           MOVE "VALOR" TO LINHA-REPASSE (69:5)
           MOVE "OBS" TO LINHA-REPASSE (76:3)
           PERFORM GRAVAR-LINHA-REPASSE
           PERFORM POSICIONAR-INICIO
           PERFORM LISTAR-CONTRATO-BANCO UNTIL FIM-ARQUIVO
           MOVE TAB-BCO-VALOR(WS-INDICE-BANCO) TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-REPASSE
           STRING "SUBTOTAL BANCO " WS-BANCO-ATUAL ": "
               TAB-BCO-QTDE(WS-INDICE-BANCO) " CONTRATOS  "
               WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-REPASSE
           PERFORM GRAVAR-LINHA-REPASSE
           ADD TAB-BCO-VALOR(WS-INDICE-BANCO) TO WS-TOTAL-GERAL
           ADD TAB-BCO-QTDE(WS-INDICE-BANCO) TO WS-TOTAL-CONTRATOS.

       LISTAR-CONTRATO-BANCO.
           IF CSG-BANCO = WS-BANCO-ATUAL
               PERFORM CLASSIFICAR-REPASSE
               IF WS-VALOR-REPASSE > ZERO
                   PERFORM IMPRIMIR-CONTRATO
               END-IF
           END-IF
           PERFORM LER-PROXIMO-CONTRATO.

       IMPRIMIR-CONTRATO.
           MOVE SPACES TO PRIMEIRONOME SOBRENOME
           IF WS-STATUS-ARQ = "00" OR WS-STATUS-ARQ = "23"
               MOVE CSG-MATRICULA TO MATRICULA
               READ CADASTRO-FILE
                   INVALID KEY
                       MOVE SPACES TO PRIMEIRONOME SOBRENOME
               END-READ
           END-IF
           MOVE SPACES TO LINHA-REPASSE
           MOVE CSG-MATRICULA TO LINHA-REPASSE (1:6)
           STRING PRIMEIRONOME DELIMITED BY "  "
               " " SOBRENOME DELIMITED BY "  "
               INTO LINHA-REPASSE (8:25)
           MOVE CSG-CONTRATO TO LINHA-REPASSE (34:15)
           IF REPASSE-QUITACAO
               MOVE "QUITACAO" TO LINHA-REPASSE (50:8)
           ELSE
               STRING CSG-PARCELAS-PAGAS "/" CSG-QTDE-PARCELAS
                   DELIMITED BY SIZE INTO LINHA-REPASSE (50:7)
           END-IF
           MOVE WS-VALOR-REPASSE TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REPASSE (59:15)
           IF REPASSE-QUITACAO AND CSG-SALDO-DEVEDOR > ZERO
               MOVE "SALDO A COBRAR DIRETO" TO LINHA-REPASSE (76:21)
           END-IF
           IF REPASSE-PARCELA
                   AND CSG-ULTIMO-DESCONTO < CSG-VALOR-PARCELA
                   AND CSG-SALDO-DEVEDOR > ZERO
               MOVE "PARCELA PARCIAL" TO LINHA-REPASSE (76:15)
           END-IF
           PERFORM GRAVAR-LINHA-REPASSE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELCONSG" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELCONSG.
