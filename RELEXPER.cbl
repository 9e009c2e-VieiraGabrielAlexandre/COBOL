      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aviso diario dos contratos de experiencia (EXPERIEN,
      *          REGEXP.cpy) - lista os contratos em aberto cujo marco
      *          corrente (o primeiro; o segundo depois de prorrogado)
      *          cai nos proximos 10 dias uteis (DIAUTIL), e os que ja
      *          passaram do marco sem decisao do supervisor, marcados
      *          VENCIDO. Matricula que ja nao esta ativa no CADUSUAR
      *          fica de fora. Sai pelo spool de relatorios (SPOOLREP,
      *          SPL.RELEXPER.AAAAMMDD); a decisao e registrada em
      *          MANEXPER. Passo do processamento noturno (PROCNOT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEXPER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPERIENCIA-FILE ASSIGN TO "EXPERIEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-MATRICULA
               FILE STATUS IS WS-STATUS-EXP.
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPERIENCIA-FILE.
           COPY "REGEXP.cpy".
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-EXP       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-DIAS-AVISO       PIC 9(02) VALUE 10.
       77  WS-DIAS-CONTADOS    PIC 9(02) VALUE ZERO.
       77  WS-FUNCAO-DIAUTIL   PIC X(01) VALUE "P".
       77  WS-RESULTADO-DIAUTIL PIC X(01) VALUE "N".
       77  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77  WS-DATA-LIMITE      PIC 9(08) VALUE ZEROS.
       77  WS-MARCO-ATUAL      PIC 9(08) VALUE ZEROS.
       77  WS-NUMERO-MARCO     PIC 9(01) VALUE ZERO.
       77  WS-PESSOA-ATIVA     PIC X(01) VALUE "N".
           88 PESSOA-ATIVA         VALUE "S".
       77  WS-TOTAL-AVISOS     PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-VENCIDOS   PIC 9(05) VALUE ZERO.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "RELEXPER".
       01  LINHA-AVISO         PIC X(100) VALUE SPACES.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CONTRATOS DE EXPERIENCIA =====".
           OPEN INPUT EXPERIENCIA-FILE
           IF WS-STATUS-EXP = "35"
               DISPLAY "Nenhum contrato de experiencia registrado"
               STOP RUN
           END-IF
           IF WS-STATUS-EXP NOT = "00"
               MOVE "EXPERIEN" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EXP TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "EXPERIEN indisponivel - status " WS-STATUS-EXP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CADUSUAR indisponivel - status " WS-STATUS-ARQ
               CLOSE EXPERIENCIA-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-LIMITE
           PERFORM AVANCAR-DIA-UTIL
               VARYING WS-DIAS-CONTADOS FROM 1 BY 1
               UNTIL WS-DIAS-CONTADOS > WS-DIAS-AVISO
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-AVISO
           MOVE SPACES TO LINHA-AVISO
           STRING "CONTRATOS DE EXPERIENCIA - MARCOS ATE "
               WS-DATA-LIMITE " (" WS-DIAS-AVISO " DIAS UTEIS)"
               DELIMITED BY SIZE INTO LINHA-AVISO
           PERFORM GRAVAR-LINHA-AVISO
           MOVE SPACES TO LINHA-AVISO
           MOVE "MATRIC" TO LINHA-AVISO (1:6)
           MOVE "NOME" TO LINHA-AVISO (8:4)
           MOVE "ADMISSAO" TO LINHA-AVISO (40:8)
           MOVE "MARCO" TO LINHA-AVISO (50:5)
           MOVE "DATA" TO LINHA-AVISO (57:4)
           MOVE "SITUACAO" TO LINHA-AVISO (67:8)
           PERFORM GRAVAR-LINHA-AVISO
           MOVE ALL "-" TO LINHA-AVISO
           PERFORM GRAVAR-LINHA-AVISO
           MOVE ZEROS TO EXP-MATRICULA
           START EXPERIENCIA-FILE KEY NOT < EXP-MATRICULA
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-CONTRATO
           END-IF
           PERFORM VERIFICAR-CONTRATO UNTIL FIM-ARQUIVO
           MOVE ALL "=" TO LINHA-AVISO
           PERFORM GRAVAR-LINHA-AVISO
           MOVE SPACES TO LINHA-AVISO
           STRING "MARCOS A DECIDIR: " WS-TOTAL-AVISOS
               "  JA VENCIDOS: " WS-TOTAL-VENCIDOS
               DELIMITED BY SIZE INTO LINHA-AVISO
           PERFORM GRAVAR-LINHA-AVISO
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-AVISO
           CLOSE EXPERIENCIA-FILE
           CLOSE CADASTRO-FILE
           DISPLAY "Marcos a decidir: " WS-TOTAL-AVISOS
               " (vencidos: " WS-TOTAL-VENCIDOS ") no spool RELEXPER"
           DISPLAY "===== FIM DOS CONTRATOS DE EXPERIENCIA =====".
           STOP RUN.

       GRAVAR-LINHA-AVISO.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-AVISO.

       AVANCAR-DIA-UTIL.
           MOVE "P" TO WS-FUNCAO-DIAUTIL
           CALL "DIAUTIL" USING WS-FUNCAO-DIAUTIL, WS-DATA-LIMITE,
               WS-RESULTADO-DIAUTIL.

       LER-PROXIMO-CONTRATO.
           READ EXPERIENCIA-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       VERIFICAR-CONTRATO.
           IF EXP-EM-ABERTO
               IF EXP-PRORROGADO
                   MOVE 2 TO WS-NUMERO-MARCO
                   MOVE EXP-DATA-MARCO2 TO WS-MARCO-ATUAL
               ELSE
                   MOVE 1 TO WS-NUMERO-MARCO
                   MOVE EXP-DATA-MARCO1 TO WS-MARCO-ATUAL
               END-IF
               IF WS-MARCO-ATUAL NOT > WS-DATA-LIMITE
                   PERFORM VERIFICAR-PESSOA-ATIVA
                   IF PESSOA-ATIVA
                       PERFORM IMPRIMIR-AVISO
                   END-IF
               END-IF
           END-IF
           PERFORM LER-PROXIMO-CONTRATO.

       VERIFICAR-PESSOA-ATIVA.
           MOVE "N" TO WS-PESSOA-ATIVA
           MOVE EXP-MATRICULA TO MATRICULA
           READ CADASTRO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REGISTRO-ATIVO
                       SET PESSOA-ATIVA TO TRUE
                   END-IF
           END-READ.

       IMPRIMIR-AVISO.
           ADD 1 TO WS-TOTAL-AVISOS
           MOVE SPACES TO LINHA-AVISO
           MOVE EXP-MATRICULA TO LINHA-AVISO (1:6)
           STRING PRIMEIRONOME DELIMITED BY "  "
               " " SOBRENOME DELIMITED BY "  "
               INTO LINHA-AVISO (8:31)
           MOVE EXP-DATA-ADMISSAO TO LINHA-AVISO (40:8)
           MOVE WS-NUMERO-MARCO TO LINHA-AVISO (52:1)
           MOVE WS-MARCO-ATUAL TO LINHA-AVISO (57:8)
           EVALUATE TRUE
               WHEN WS-MARCO-ATUAL < WS-DATA-HOJE
                   ADD 1 TO WS-TOTAL-VENCIDOS
                   MOVE "VENCIDO" TO LINHA-AVISO (67:7)
               WHEN WS-MARCO-ATUAL = WS-DATA-HOJE
                   MOVE "VENCE HOJE" TO LINHA-AVISO (67:10)
               WHEN OTHER
                   MOVE "A VENCER" TO LINHA-AVISO (67:8)
           END-EVALUATE
           PERFORM GRAVAR-LINHA-AVISO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELEXPER" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELEXPER.
