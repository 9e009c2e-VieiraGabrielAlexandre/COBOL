      ******************************************************************
      * Author:
      * Date:
      * Purpose: Faturamento mensal das mensalidades - para a
      *          competencia pedida, gera um titulo a receber no
      *          MENSALID (REGMEN.cpy) para cada aluno ativo do
      *          CADUSUAR (INDICADOR-ALUNO, gravado pela inclusao de
      *          EXEMPLO1 e pela migracao MIGRALUN): valor cheio do
      *          parametro MENSALID, desconto percentual do proprio
      *          aluno (DESCONTO-MENSALIDADE), vencimento no dia
      *          DIAVENC da competencia levado ao dia util seguinte
      *          quando cai em fim de semana ou feriado (DIAUTIL), e a
      *          multa e os juros de atraso vigentes (MULTAMEN,
      *          JUROSMEN). Cada titulo leva o seu nosso-numero e fica
      *          a registrar no banco pela remessa de cobranca
      *          (REMCOBR). Aluno ja faturado na competencia nao sai
      *          de novo - o rodar duas vezes so acrescenta quem
      *          entrou depois. Relatorio pelo spool (SPOOLREP,
      *          SPL.FATMENS.AAAAMMDD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATMENS.
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
           SELECT MENSALIDADE-FILE ASSIGN TO "MENSALID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS MEN-CHAVE-ALUNO
               FILE STATUS IS WS-STATUS-MEN.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  MENSALIDADE-FILE.
           COPY "REGMEN.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-MEN       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-PARAM-CODIGO     PIC X(08) VALUE SPACES.
       77  WS-PARAM-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77  WS-PARAM-RESULTADO  PIC X(01) VALUE "N".
       77  WS-VALOR-MENSALIDADE PIC 9(08)V99 VALUE 500.
       77  WS-DIA-VENCIMENTO   PIC 9(02) VALUE 10.
       77  WS-PERC-MULTA       PIC 9(03)V99 VALUE 2.
       77  WS-PERC-JUROS       PIC 9(03)V99 VALUE 1.
       77  WS-COMPETENCIA-ALVO PIC 9(06) VALUE ZEROS.
       77  WS-ULTIMO-NOSSO-NUMERO PIC 9(10) VALUE ZEROS.
       77  WS-FUNCAO-DIAUTIL   PIC X(01) VALUE "V".
       77  WS-RESULTADO-DIAUTIL PIC X(01) VALUE "N".
       77  WS-TOTAL-FATURADOS  PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-JA-FATURADOS PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-BRUTO      PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-DESCONTOS  PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-FATURADO   PIC 9(11)V99 VALUE ZEROS.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "FATMENS".
       01  LINHA-FATURA        PIC X(100) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC ZZZZZZZ9,99.
       01  WS-DESCONTO-EDIT    PIC ZZZZZZZ9,99.
       01  WS-TOTAL-EDIT       PIC ZZZZZZZZZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT       PIC ZZZZZZZ9.99.
       01  WS-DESCONTO-EDIT    PIC ZZZZZZZ9.99.
       01  WS-TOTAL-EDIT       PIC ZZZZZZZZZZ9.99.
      >>END-IF
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-COMPETENCIA-HOJE PIC 9(06).
           03 FILLER           PIC 9(02).
       01  WS-DATA-VENCIMENTO  PIC 9(08) VALUE ZEROS.
       01  WS-DATA-VENCIMENTO-R REDEFINES WS-DATA-VENCIMENTO.
           03 WS-VENC-COMPETENCIA PIC 9(06).
           03 WS-VENC-DIA      PIC 9(02).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== FATURAMENTO DAS MENSALIDADES =====".
           PERFORM LER-PARAMETROS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "Competencia AAAAMM [" WS-COMPETENCIA-HOJE "]: "
               WITH NO ADVANCING
           ACCEPT WS-COMPETENCIA-ALVO
           IF WS-COMPETENCIA-ALVO IS NOT NUMERIC
                   OR WS-COMPETENCIA-ALVO = ZEROS
               MOVE WS-COMPETENCIA-HOJE TO WS-COMPETENCIA-ALVO
           END-IF
           MOVE WS-COMPETENCIA-ALVO TO WS-VENC-COMPETENCIA
           IF WS-VENC-COMPETENCIA (5:2) < "01"
                   OR WS-VENC-COMPETENCIA (5:2) > "12"
               DISPLAY "Competencia invalida - faturamento nao feito"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CALCULAR-VENCIMENTO
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CADUSUAR indisponivel - status " WS-STATUS-ARQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O MENSALIDADE-FILE
           IF WS-STATUS-MEN = "35"
               OPEN OUTPUT MENSALIDADE-FILE
               CLOSE MENSALIDADE-FILE
               OPEN I-O MENSALIDADE-FILE
           END-IF
           IF WS-STATUS-MEN NOT = "00"
               MOVE "MENSALID" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-MEN TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "MENSALID indisponivel - status " WS-STATUS-MEN
               CLOSE CADASTRO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOCALIZAR-ULTIMO-NOSSO-NUMERO
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-FATURA
           PERFORM IMPRIMIR-CABECALHO
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM LER-PROXIMO-ALUNO
           PERFORM FATURAR-ALUNO UNTIL FIM-ARQUIVO
           PERFORM IMPRIMIR-TOTAIS
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-FATURA
           CLOSE CADASTRO-FILE
           CLOSE MENSALIDADE-FILE
           MOVE WS-TOTAL-FATURADO TO WS-TOTAL-EDIT
           DISPLAY "Mensalidades geradas: " WS-TOTAL-FATURADOS
               "  total " WS-TOTAL-EDIT
           DISPLAY "Ja faturadas antes..: " WS-TOTAL-JA-FATURADOS
           DISPLAY "Vencimento..........: " WS-DATA-VENCIMENTO
           DISPLAY "===== FIM DO FATURAMENTO (registro no banco pelo "
               "REMCOBR) =====".
           STOP RUN.

      * Parametro ainda nao cadastrado fica no VALUE compilado.
       LER-PARAMETROS.
           MOVE "MENSALID" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-VALOR-MENSALIDADE
           END-IF
           MOVE "DIAVENC" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-DIA-VENCIMENTO
           END-IF
      * Dia 29 em diante nao existe em todo mes - fica no 28.
           IF WS-DIA-VENCIMENTO = ZERO OR WS-DIA-VENCIMENTO > 28
               MOVE 28 TO WS-DIA-VENCIMENTO
           END-IF
           MOVE "MULTAMEN" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-PERC-MULTA
           END-IF
           MOVE "JUROSMEN" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-PERC-JUROS
           END-IF.

      * Vencimento no dia util: sabado, domingo ou feriado (FERIADOS)
      * passa para o proximo dia util, como a data de credito da
      * remessa da folha.
       CALCULAR-VENCIMENTO.
           MOVE WS-DIA-VENCIMENTO TO WS-VENC-DIA
           MOVE "V" TO WS-FUNCAO-DIAUTIL
           CALL "DIAUTIL" USING WS-FUNCAO-DIAUTIL, WS-DATA-VENCIMENTO,
               WS-RESULTADO-DIAUTIL
           IF WS-RESULTADO-DIAUTIL NOT = "S"
               MOVE "P" TO WS-FUNCAO-DIAUTIL
               CALL "DIAUTIL" USING WS-FUNCAO-DIAUTIL,
                   WS-DATA-VENCIMENTO, WS-RESULTADO-DIAUTIL
           END-IF.

       LOCALIZAR-ULTIMO-NOSSO-NUMERO.
           MOVE ZEROS TO WS-ULTIMO-NOSSO-NUMERO
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO MEN-NOSSO-NUMERO
           START MENSALIDADE-FILE KEY NOT < MEN-NOSSO-NUMERO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           PERFORM LER-PROXIMA-MENSALIDADE UNTIL FIM-ARQUIVO.

       LER-PROXIMA-MENSALIDADE.
           READ MENSALIDADE-FILE NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   MOVE MEN-NOSSO-NUMERO TO WS-ULTIMO-NOSSO-NUMERO
           END-READ.

       LER-PROXIMO-ALUNO.
           READ CADASTRO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * So aluno e cobrado - funcionario do CADUSUAR fica de fora - e
      * excluido nao e mais aluno. A chave alternada
      * aluno + competencia recusa a segunda mensalidade do mesmo mes.
       FATURAR-ALUNO.
           IF REGISTRO-ATIVO AND CADASTRO-DE-ALUNO
               PERFORM MONTAR-MENSALIDADE
               WRITE REGISTRO-MENSALIDADE
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-JA-FATURADOS
                   NOT INVALID KEY
                       MOVE MEN-NOSSO-NUMERO TO WS-ULTIMO-NOSSO-NUMERO
                       PERFORM IMPRIMIR-MENSALIDADE
               END-WRITE
           END-IF
           PERFORM LER-PROXIMO-ALUNO.

       MONTAR-MENSALIDADE.
           INITIALIZE REGISTRO-MENSALIDADE
           COMPUTE MEN-NOSSO-NUMERO = WS-ULTIMO-NOSSO-NUMERO + 1
           MOVE NOME-ALUNO TO MEN-NOME-ALUNO
           MOVE WS-COMPETENCIA-ALVO TO MEN-COMPETENCIA
           MOVE MATRICULA TO MEN-MATRICULA
           MOVE CPF-ALUNO TO MEN-CPF
           MOVE WS-VALOR-MENSALIDADE TO MEN-VALOR-BRUTO
           IF DESCONTO-MENSALIDADE IS NUMERIC
                   AND DESCONTO-MENSALIDADE NOT > 100
               MOVE DESCONTO-MENSALIDADE TO MEN-PERC-DESCONTO
           ELSE
               MOVE ZEROS TO MEN-PERC-DESCONTO
           END-IF
           COMPUTE MEN-DESCONTO ROUNDED =
               MEN-VALOR-BRUTO * MEN-PERC-DESCONTO / 100
           COMPUTE MEN-VALOR = MEN-VALOR-BRUTO - MEN-DESCONTO
           MOVE WS-DATA-HOJE TO MEN-DATA-EMISSAO
           MOVE WS-DATA-VENCIMENTO TO MEN-DATA-VENCIMENTO
           MOVE WS-PERC-MULTA TO MEN-PERC-MULTA
           MOVE WS-PERC-JUROS TO MEN-PERC-JUROS
           SET MEN-A-REGISTRAR TO TRUE
           SET MEN-ABERTA TO TRUE.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-FATURA
           STRING "FATURAMENTO DAS MENSALIDADES - COMPETENCIA "
               WS-COMPETENCIA-ALVO "  VENCIMENTO " WS-DATA-VENCIMENTO
               DELIMITED BY SIZE INTO LINHA-FATURA
           PERFORM GRAVAR-LINHA-FATURA
           MOVE SPACES TO LINHA-FATURA
           MOVE "NOSSO NUM." TO LINHA-FATURA (1:10)
           MOVE "ALUNO" TO LINHA-FATURA (12:5)
           MOVE "VALOR CHEIO" TO LINHA-FATURA (53:11)
           MOVE "DESCONTO" TO LINHA-FATURA (68:8)
           MOVE "A COBRAR" TO LINHA-FATURA (80:8)
           PERFORM GRAVAR-LINHA-FATURA
           MOVE ALL "-" TO LINHA-FATURA
           PERFORM GRAVAR-LINHA-FATURA.

       IMPRIMIR-MENSALIDADE.
           ADD 1 TO WS-TOTAL-FATURADOS
           ADD MEN-VALOR-BRUTO TO WS-TOTAL-BRUTO
           ADD MEN-DESCONTO TO WS-TOTAL-DESCONTOS
           ADD MEN-VALOR TO WS-TOTAL-FATURADO
           MOVE SPACES TO LINHA-FATURA
           MOVE MEN-NOSSO-NUMERO TO LINHA-FATURA (1:10)
           MOVE MEN-NOME-ALUNO TO LINHA-FATURA (12:40)
           MOVE MEN-VALOR-BRUTO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-FATURA (53:11)
           MOVE MEN-DESCONTO TO WS-DESCONTO-EDIT
           MOVE WS-DESCONTO-EDIT TO LINHA-FATURA (65:11)
           MOVE MEN-VALOR TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-FATURA (77:11)
           PERFORM GRAVAR-LINHA-FATURA.

       IMPRIMIR-TOTAIS.
           MOVE ALL "=" TO LINHA-FATURA
           PERFORM GRAVAR-LINHA-FATURA
           MOVE SPACES TO LINHA-FATURA
           MOVE WS-TOTAL-BRUTO TO WS-TOTAL-EDIT
           STRING "MENSALIDADES GERADAS: " WS-TOTAL-FATURADOS
               "  VALOR CHEIO " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-FATURA
           PERFORM GRAVAR-LINHA-FATURA
           MOVE SPACES TO LINHA-FATURA
           MOVE WS-TOTAL-DESCONTOS TO WS-TOTAL-EDIT
           STRING "DESCONTOS...........: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-FATURA
           PERFORM GRAVAR-LINHA-FATURA
           MOVE SPACES TO LINHA-FATURA
           MOVE WS-TOTAL-FATURADO TO WS-TOTAL-EDIT
           STRING "TOTAL A RECEBER.....: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-FATURA
           PERFORM GRAVAR-LINHA-FATURA
           MOVE SPACES TO LINHA-FATURA
           STRING "JA FATURADOS ANTES..: " WS-TOTAL-JA-FATURADOS
               DELIMITED BY SIZE INTO LINHA-FATURA
           PERFORM GRAVAR-LINHA-FATURA.

       GRAVAR-LINHA-FATURA.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-FATURA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "FATMENS" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM FATMENS.
