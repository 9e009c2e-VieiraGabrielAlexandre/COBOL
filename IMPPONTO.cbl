      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importacao em lote das marcacoes dos relogios de ponto
      *          (PONTO.TXT, layout fixo: matricula 6, data AAAAMMDD,
      *          quatro batidas HHMM - entrada, saida para o almoco,
      *          volta do almoco e saida; a segunda dupla vem em
      *          brancos no dia sem intervalo marcado).
      *          Cada dia e apurado contra a jornada contratada
      *          (parametros JORNADIA, HORAENTR e TOLATRAS via
      *          LERPARAM): em dia util o que passa da jornada e hora
      *          extra a 50%; o sabado inteiro e extra a 50%; domingo
      *          e feriado do FERIADOS (DIAUTIL funcao "D") sao extra a
      *          100%. O dia apurado entra no PONTO (REGPTO.cpy) e o
      *          CONTRACH paga as extras em linhas proprias do
      *          contracheque - acabou a redigitacao das horas extras
      *          no papel.
      *          Matricula fora do CADUSUAR, batida faltando ou fora
      *          de ordem e dia ja importado ficam fora do PONTO; esses
      *          casos e os atrasos na entrada saem na lista de
      *          excecoes do spool (SPOOLREP, SPL.IMPPONTO.AAAAMMDD)
      *          para os supervisores conferirem antes do fechamento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPPONTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELOGIO-FILE ASSIGN TO "PONTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
           SELECT PONTO-FILE ASSIGN TO "PONTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTO-CHAVE
               FILE STATUS IS WS-STATUS-PTO.
       DATA DIVISION.
       FILE SECTION.
       FD  RELOGIO-FILE.
       01  LINHA-RELOGIO.
           03 REL-MATRICULA        PIC X(06).
           03 REL-DATA             PIC X(08).
           03 REL-DATA-R REDEFINES REL-DATA.
               05 REL-ANO          PIC 9(04).
               05 REL-MES          PIC 9(02).
               05 REL-DIA          PIC 9(02).
           03 REL-BATIDA           PIC X(04) OCCURS 4 TIMES.
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  PONTO-FILE.
           COPY "REGPTO.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-REL       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-PTO       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-LINHA-VALIDA     PIC X(01) VALUE "N".
           88 LINHA-VALIDA         VALUE "S".
       77  WS-MOTIVO-REJEITO   PIC X(35) VALUE SPACES.
       77  WS-TOTAL-LIDAS      PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-IMPORTADAS PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-REJEITADAS PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-ATRASOS    PIC 9(05) VALUE ZERO.
       77  WS-DIAS-MES         PIC 9(02) VALUE ZERO.
       77  WS-QUOCIENTE        PIC 9(04) VALUE ZERO.
       77  WS-RESTO-4          PIC 9(04) VALUE ZERO.
       77  WS-RESTO-100        PIC 9(04) VALUE ZERO.
       77  WS-RESTO-400        PIC 9(04) VALUE ZERO.
       77  WS-ANO-BISSEXTO     PIC X(01) VALUE "N".
           88 ANO-BISSEXTO         VALUE "S".
       77  WS-INDICE-BATIDA    PIC 9(01) VALUE ZERO.
      * Jornada contratada - os VALUEs valem ate os parametros serem
      * cadastrados em MANPARAM: 480 minutos (8 horas) por dia, entrada
      * as 08:00 e 10 minutos de tolerancia para o atraso.
       77  WS-JORNADA-MINUTOS  PIC 9(04) VALUE 480.
       77  WS-TOLERANCIA-ATRASO PIC 9(04) VALUE 10.
       77  WS-MINUTO-ENTRADA   PIC 9(04) VALUE ZERO.
       77  WS-MINUTOS-DIA      PIC 9(04) VALUE ZERO.
       77  WS-PARAM-CODIGO     PIC X(08) VALUE SPACES.
       77  WS-PARAM-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77  WS-PARAM-RESULTADO  PIC X(01) VALUE "N".
       77  WS-FUNCAO-DIAUTIL   PIC X(01) VALUE "V".
       77  WS-DATA-DIAUTIL     PIC 9(08) VALUE ZEROS.
       77  WS-RESULTADO-DIAUTIL PIC X(01) VALUE "N".
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "IMPPONTO".
       01  LINHA-EXCECAO       PIC X(100) VALUE SPACES.
       01  WS-HORA-ENTRADA     PIC 9(04) VALUE 0800.
       01  WS-HORA-ENTRADA-R REDEFINES WS-HORA-ENTRADA.
           03 WS-ENTRADA-HH    PIC 9(02).
           03 WS-ENTRADA-MM    PIC 9(02).
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-EDIT.
           03 WS-EDIT-DIA      PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-EDIT-MES      PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-EDIT-ANO      PIC 9(04).
      * Batidas da linha ja em numerico e convertidas para minutos do
      * dia; batida em brancos vira zero (nao marcada).
       01  TABELA-BATIDAS.
           03 TAB-BATIDA OCCURS 4 TIMES.
               05 TAB-BATIDA-HHMM  PIC 9(04).
               05 TAB-BATIDA-HHMM-R REDEFINES TAB-BATIDA-HHMM.
                   07 TAB-BATIDA-HH    PIC 9(02).
                   07 TAB-BATIDA-MM    PIC 9(02).
               05 TAB-BATIDA-MINUTOS PIC 9(04).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== IMPORTACAO DO PONTO =====".
           PERFORM CARREGAR-JORNADA.
           OPEN INPUT RELOGIO-FILE
           IF WS-STATUS-REL NOT = "00"
               MOVE "PONTO.TXT" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-REL TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "PONTO.TXT indisponivel - status "
                   WS-STATUS-REL
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
               CLOSE RELOGIO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PONTO-FILE
           IF WS-STATUS-PTO = "35"
               OPEN OUTPUT PONTO-FILE
               CLOSE PONTO-FILE
               OPEN I-O PONTO-FILE
           END-IF
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           PERFORM INICIAR-EXCECOES.
           PERFORM LER-PROXIMA-LINHA.
           PERFORM IMPORTAR-LINHA UNTIL FIM-ARQUIVO.
           PERFORM FINALIZAR-EXCECOES.
           CLOSE RELOGIO-FILE
           CLOSE CADASTRO-FILE
           CLOSE PONTO-FILE
           DISPLAY "Linhas lidas.......: " WS-TOTAL-LIDAS
           DISPLAY "Dias importados....: " WS-TOTAL-IMPORTADAS
           DISPLAY "Linhas rejeitadas..: " WS-TOTAL-REJEITADAS
           DISPLAY "Atrasos na entrada.: " WS-TOTAL-ATRASOS
               " (ver spool IMPPONTO)"
           DISPLAY "===== FIM DA IMPORTACAO DO PONTO =====".
           STOP RUN.

       CARREGAR-JORNADA.
           MOVE "JORNADIA" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-JORNADA-MINUTOS
           END-IF
           MOVE "HORAENTR" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-HORA-ENTRADA
           END-IF
           MOVE "TOLATRAS" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-TOLERANCIA-ATRASO
           END-IF
           COMPUTE WS-MINUTO-ENTRADA =
               WS-ENTRADA-HH * 60 + WS-ENTRADA-MM.

       INICIAR-EXCECOES.
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-EXCECAO
           MOVE SPACES TO LINHA-EXCECAO
           STRING "EXCECOES DO PONTO - IMPORTACAO DE "
               WS-DATA-ATUAL DELIMITED BY SIZE INTO LINHA-EXCECAO
           PERFORM GRAVAR-LINHA-EXCECAO
           MOVE SPACES TO LINHA-EXCECAO
           MOVE "MATRIC" TO LINHA-EXCECAO (1:6)
           MOVE "DATA" TO LINHA-EXCECAO (8:4)
           MOVE "NOME" TO LINHA-EXCECAO (20:4)
           MOVE "OCORRENCIA" TO LINHA-EXCECAO (46:10)
           MOVE "BATIDAS" TO LINHA-EXCECAO (82:7)
           PERFORM GRAVAR-LINHA-EXCECAO
           MOVE ALL "-" TO LINHA-EXCECAO
           PERFORM GRAVAR-LINHA-EXCECAO.

       FINALIZAR-EXCECOES.
           MOVE ALL "=" TO LINHA-EXCECAO
           PERFORM GRAVAR-LINHA-EXCECAO
           MOVE SPACES TO LINHA-EXCECAO
           STRING "LIDAS: " WS-TOTAL-LIDAS
               "  IMPORTADAS: " WS-TOTAL-IMPORTADAS
               "  REJEITADAS: " WS-TOTAL-REJEITADAS
               "  ATRASOS: " WS-TOTAL-ATRASOS
               DELIMITED BY SIZE INTO LINHA-EXCECAO
           PERFORM GRAVAR-LINHA-EXCECAO
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-EXCECAO.

       GRAVAR-LINHA-EXCECAO.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-EXCECAO.

       LER-PROXIMA-LINHA.
           READ RELOGIO-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       IMPORTAR-LINHA.
           ADD 1 TO WS-TOTAL-LIDAS
           MOVE SPACES TO PRIMEIRONOME SOBRENOME
           PERFORM CRITICAR-LINHA
           IF LINHA-VALIDA
               PERFORM APURAR-DIA
               PERFORM GRAVAR-PONTO
           END-IF
           IF LINHA-VALIDA
               ADD 1 TO WS-TOTAL-IMPORTADAS
               IF PTO-MIN-ATRASO > ZERO
                   ADD 1 TO WS-TOTAL-ATRASOS
                   MOVE SPACES TO WS-MOTIVO-REJEITO
                   STRING "ATRASO NA ENTRADA DE "
                       PTO-MIN-ATRASO " MIN"
                       DELIMITED BY SIZE INTO WS-MOTIVO-REJEITO
                   PERFORM LISTAR-EXCECAO
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-REJEITADAS
               PERFORM LISTAR-EXCECAO
           END-IF
           PERFORM LER-PROXIMA-LINHA.

       CRITICAR-LINHA.
           SET LINHA-VALIDA TO TRUE
           MOVE SPACES TO WS-MOTIVO-REJEITO
           EVALUATE TRUE
               WHEN REL-MATRICULA NOT NUMERIC
                   MOVE "MATRICULA NAO NUMERICA" TO WS-MOTIVO-REJEITO
               WHEN REL-MATRICULA = "000000"
                   MOVE "MATRICULA ZERADA" TO WS-MOTIVO-REJEITO
               WHEN REL-DATA NOT NUMERIC
                   MOVE "DATA NAO NUMERICA" TO WS-MOTIVO-REJEITO
           END-EVALUATE
           IF WS-MOTIVO-REJEITO NOT = SPACES
               MOVE "N" TO WS-LINHA-VALIDA
           ELSE
               PERFORM CRITICAR-DATA
               IF LINHA-VALIDA
                   PERFORM CRITICAR-BATIDA
                       VARYING WS-INDICE-BATIDA FROM 1 BY 1
                       UNTIL WS-INDICE-BATIDA > 4 OR NOT LINHA-VALIDA
               END-IF
               IF LINHA-VALIDA
                   PERFORM CRITICAR-SEQUENCIA-BATIDAS
               END-IF
               IF LINHA-VALIDA
                   PERFORM CRITICAR-MATRICULA
               END-IF
           END-IF.

       CRITICAR-DATA.
           IF REL-MES < 1 OR REL-MES > 12
               MOVE "MES DA MARCACAO INVALIDO" TO WS-MOTIVO-REJEITO
               MOVE "N" TO WS-LINHA-VALIDA
           ELSE
               PERFORM CALCULAR-DIAS-MES
               IF REL-DIA < 1 OR REL-DIA > WS-DIAS-MES
                   MOVE "DIA DA MARCACAO INVALIDO"
                       TO WS-MOTIVO-REJEITO
                   MOVE "N" TO WS-LINHA-VALIDA
               END-IF
           END-IF.

       CALCULAR-DIAS-MES.
           EVALUATE REL-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DIAS-MES
               WHEN 02
                   PERFORM VERIFICAR-ANO-BISSEXTO
                   IF ANO-BISSEXTO
                       MOVE 29 TO WS-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-MES
           END-EVALUATE.

       VERIFICAR-ANO-BISSEXTO.
           MOVE "N" TO WS-ANO-BISSEXTO
           DIVIDE REL-ANO BY 4 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-4
           DIVIDE REL-ANO BY 100 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-100
           DIVIDE REL-ANO BY 400 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-400
           IF WS-RESTO-4 = 0 AND (WS-RESTO-100 NOT = 0
                   OR WS-RESTO-400 = 0)
               SET ANO-BISSEXTO TO TRUE
           END-IF.

      * Batida em brancos e "nao marcada" (zero); a que veio marcada
      * precisa ser um horario HHMM de verdade.
       CRITICAR-BATIDA.
           IF REL-BATIDA(WS-INDICE-BATIDA) = SPACES
               MOVE ZEROS TO TAB-BATIDA-HHMM(WS-INDICE-BATIDA)
           ELSE
               IF REL-BATIDA(WS-INDICE-BATIDA) NOT NUMERIC
                   MOVE "BATIDA NAO NUMERICA" TO WS-MOTIVO-REJEITO
                   MOVE "N" TO WS-LINHA-VALIDA
               ELSE
                   MOVE REL-BATIDA(WS-INDICE-BATIDA)
                       TO TAB-BATIDA-HHMM(WS-INDICE-BATIDA)
                   IF TAB-BATIDA-HH(WS-INDICE-BATIDA) > 23
                           OR TAB-BATIDA-MM(WS-INDICE-BATIDA) > 59
                       MOVE "HORARIO DE BATIDA INVALIDO"
                           TO WS-MOTIVO-REJEITO
                       MOVE "N" TO WS-LINHA-VALIDA
                   END-IF
               END-IF
           END-IF
           COMPUTE TAB-BATIDA-MINUTOS(WS-INDICE-BATIDA) =
               TAB-BATIDA-HH(WS-INDICE-BATIDA) * 60
               + TAB-BATIDA-MM(WS-INDICE-BATIDA).

      * Entrada e saida sao obrigatorias; o intervalo, se marcado,
      * precisa das duas batidas. Turno que vira a meia-noite nao e
      * apurado aqui - sai como fora de ordem para o supervisor.
       CRITICAR-SEQUENCIA-BATIDAS.
           EVALUATE TRUE
               WHEN TAB-BATIDA-HHMM(1) = ZEROS
                   MOVE "BATIDA FALTANTE - ENTRADA"
                       TO WS-MOTIVO-REJEITO
               WHEN TAB-BATIDA-HHMM(2) = ZEROS
                   MOVE "BATIDA FALTANTE - SAIDA"
                       TO WS-MOTIVO-REJEITO
               WHEN TAB-BATIDA-HHMM(3) = ZEROS
                       AND TAB-BATIDA-HHMM(4) NOT = ZEROS
                   MOVE "BATIDA FALTANTE - VOLTA DO INTERVALO"
                       TO WS-MOTIVO-REJEITO
               WHEN TAB-BATIDA-HHMM(3) NOT = ZEROS
                       AND TAB-BATIDA-HHMM(4) = ZEROS
                   MOVE "BATIDA FALTANTE - SAIDA FINAL"
                       TO WS-MOTIVO-REJEITO
               WHEN TAB-BATIDA-MINUTOS(2) NOT > TAB-BATIDA-MINUTOS(1)
                   MOVE "BATIDAS FORA DE ORDEM" TO WS-MOTIVO-REJEITO
               WHEN TAB-BATIDA-HHMM(3) NOT = ZEROS
                       AND (TAB-BATIDA-MINUTOS(3)
                               NOT > TAB-BATIDA-MINUTOS(2)
                           OR TAB-BATIDA-MINUTOS(4)
                               NOT > TAB-BATIDA-MINUTOS(3))
                   MOVE "BATIDAS FORA DE ORDEM" TO WS-MOTIVO-REJEITO
           END-EVALUATE
           IF WS-MOTIVO-REJEITO NOT = SPACES
               MOVE "N" TO WS-LINHA-VALIDA
           END-IF.

       CRITICAR-MATRICULA.
           MOVE REL-MATRICULA TO MATRICULA
           READ CADASTRO-FILE
               INVALID KEY
                   MOVE SPACES TO PRIMEIRONOME SOBRENOME
                   MOVE "MATRICULA NAO CADASTRADA"
                       TO WS-MOTIVO-REJEITO
                   MOVE "N" TO WS-LINHA-VALIDA
               NOT INVALID KEY
                   IF NOT REGISTRO-ATIVO
                       MOVE "MATRICULA NAO ESTA ATIVA"
                           TO WS-MOTIVO-REJEITO
                       MOVE "N" TO WS-LINHA-VALIDA
                   END-IF
           END-READ.

      * Domingo e feriado: tudo a 100%. Sabado (nem dia util nem
      * descanso remunerado): tudo a 50%. Dia util: a jornada e
      * normal, o excedente a 50%, e a entrada alem da tolerancia e
      * atraso.
       APURAR-DIA.
           MOVE REL-MATRICULA TO PTO-MATRICULA
           MOVE REL-DATA TO PTO-DATA
           MOVE TAB-BATIDA-HHMM(1) TO PTO-ENTRADA-1
           MOVE TAB-BATIDA-HHMM(2) TO PTO-SAIDA-1
           MOVE TAB-BATIDA-HHMM(3) TO PTO-ENTRADA-2
           MOVE TAB-BATIDA-HHMM(4) TO PTO-SAIDA-2
           MOVE ZEROS TO PTO-MIN-NORMAIS PTO-MIN-EXTRA-50
               PTO-MIN-EXTRA-100 PTO-MIN-ATRASO
           COMPUTE WS-MINUTOS-DIA =
               TAB-BATIDA-MINUTOS(2) - TAB-BATIDA-MINUTOS(1)
           IF TAB-BATIDA-HHMM(3) NOT = ZEROS
               COMPUTE WS-MINUTOS-DIA = WS-MINUTOS-DIA
                   + TAB-BATIDA-MINUTOS(4) - TAB-BATIDA-MINUTOS(3)
           END-IF
           MOVE WS-MINUTOS-DIA TO PTO-MIN-TRABALHADOS
           MOVE REL-DATA TO WS-DATA-DIAUTIL
           MOVE "D" TO WS-FUNCAO-DIAUTIL
           CALL "DIAUTIL" USING WS-FUNCAO-DIAUTIL, WS-DATA-DIAUTIL,
               WS-RESULTADO-DIAUTIL
           IF WS-RESULTADO-DIAUTIL = "S"
               SET PTO-DIA-DESCANSO TO TRUE
               MOVE WS-MINUTOS-DIA TO PTO-MIN-EXTRA-100
           ELSE
               MOVE REL-DATA TO WS-DATA-DIAUTIL
               MOVE "V" TO WS-FUNCAO-DIAUTIL
               CALL "DIAUTIL" USING WS-FUNCAO-DIAUTIL,
                   WS-DATA-DIAUTIL, WS-RESULTADO-DIAUTIL
               IF WS-RESULTADO-DIAUTIL = "N"
                   SET PTO-DIA-SABADO TO TRUE
                   MOVE WS-MINUTOS-DIA TO PTO-MIN-EXTRA-50
               ELSE
                   SET PTO-DIA-UTIL TO TRUE
                   PERFORM APURAR-DIA-UTIL
               END-IF
           END-IF
           MOVE WS-DATA-ATUAL TO PTO-DATA-IMPORTACAO
           SET PTO-IMPORTADO TO TRUE
           MOVE ZEROS TO PTO-COMPETENCIA-PAGA.

       APURAR-DIA-UTIL.
           IF WS-MINUTOS-DIA > WS-JORNADA-MINUTOS
               MOVE WS-JORNADA-MINUTOS TO PTO-MIN-NORMAIS
               COMPUTE PTO-MIN-EXTRA-50 =
                   WS-MINUTOS-DIA - WS-JORNADA-MINUTOS
           ELSE
               MOVE WS-MINUTOS-DIA TO PTO-MIN-NORMAIS
           END-IF
           IF TAB-BATIDA-MINUTOS(1) >
                   WS-MINUTO-ENTRADA + WS-TOLERANCIA-ATRASO
               COMPUTE PTO-MIN-ATRASO =
                   TAB-BATIDA-MINUTOS(1) - WS-MINUTO-ENTRADA
           END-IF.

       GRAVAR-PONTO.
           WRITE REGISTRO-PONTO
               INVALID KEY
                   MOVE "DIA JA IMPORTADO NO PONTO"
                       TO WS-MOTIVO-REJEITO
                   MOVE "N" TO WS-LINHA-VALIDA
           END-WRITE.

       LISTAR-EXCECAO.
           MOVE SPACES TO LINHA-EXCECAO
           MOVE REL-MATRICULA TO LINHA-EXCECAO (1:6)
           IF REL-DATA IS NUMERIC
               MOVE REL-DIA TO WS-EDIT-DIA
               MOVE REL-MES TO WS-EDIT-MES
               MOVE REL-ANO TO WS-EDIT-ANO
               MOVE WS-DATA-EDIT TO LINHA-EXCECAO (8:10)
           ELSE
               MOVE REL-DATA TO LINHA-EXCECAO (8:8)
           END-IF
           STRING PRIMEIRONOME DELIMITED BY "  "
               " " SOBRENOME DELIMITED BY "  "
               INTO LINHA-EXCECAO (20:25)
           MOVE WS-MOTIVO-REJEITO TO LINHA-EXCECAO (46:35)
           STRING REL-BATIDA(1) " " REL-BATIDA(2) " "
               REL-BATIDA(3) " " REL-BATIDA(4)
               DELIMITED BY SIZE INTO LINHA-EXCECAO (82:19)
           PERFORM GRAVAR-LINHA-EXCECAO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "IMPPONTO" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM IMPPONTO.
