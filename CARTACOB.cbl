      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cartas de cobranca das mensalidades em atraso - varre
      *          os titulos em aberto do MENSALID (REGMEN.cpy) pela
      *          chave alternada aluno + competencia e, para cada
      *          aluno com titulo vencido, decide o nivel da carta pelo
      *          atraso: lembrete a partir de DIASLEMB dias (5),
      *          notificacao a partir de DIASNOTI (30) e aviso final
      *          antes da cobranca externa a partir de DIASFINL (60).
      *          So sai carta quando algum titulo subiu de nivel desde
      *          a ultima (MEN-NIVEL-AVISO) - rodar de novo no mesmo
      *          dia nao repete carta. A carta leva o cabecalho da
      *          escola (EMPREGAD 01, LEREMPR), o endereco do aluno do
      *          CADUSUAR (INDICADOR-ALUNO) completado pelo
      *          ENDERECO pelo CEP com o numero e o complemento da
      *          casa, como a ETIQUETA monta, o texto do nivel e os
      *          titulos vencidos com a multa e os juros ate hoje (ano
      *          comercial de 360 dias, como em RETCOBR). Sai pelo
      *          spool de relatorios (SPOOLREP, SPL.CARTACOB.AAAAMMDD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTACOB.
       ENVIRONMENT DIVISION.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADE-FILE ASSIGN TO "MENSALID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS MEN-CHAVE-ALUNO
               FILE STATUS IS WS-STATUS-MEN.
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
       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADE-FILE.
           COPY "REGMEN.cpy".
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  ENDERECO-FILE.
           COPY "REGEND.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-MEN       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-END       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-CADASTRO-ABERTO  PIC X(01) VALUE "N".
           88 CADASTRO-ABERTO      VALUE "S".
       77  WS-ALUNO-ACHADO     PIC X(01) VALUE "N".
           88 ALUNO-ACHADO         VALUE "S".
       77  WS-FIM-HOMONIMO     PIC X(01) VALUE "N".
           88 FIM-HOMONIMO         VALUE "S".
       01  WS-NOME-PROCURADO.
           03 WS-PRIMEIRO-PROCURADO PIC X(20) VALUE SPACES.
           03 WS-SOBRENOME-PROCURADO PIC X(20) VALUE SPACES.
       77  WS-ENDERECO-ABERTO  PIC X(01) VALUE "N".
           88 ENDERECO-ABERTO      VALUE "S".
       77  WS-PRIMEIRO-GRUPO   PIC X(01) VALUE "S".
           88 PRIMEIRO-GRUPO       VALUE "S".
       77  WS-ALUNO-ATUAL      PIC X(40) VALUE SPACES.
       77  WS-PARAM-CODIGO     PIC X(08) VALUE SPACES.
       77  WS-PARAM-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77  WS-PARAM-RESULTADO  PIC X(01) VALUE "N".
      * Dias de atraso que levam a cada nivel de carta - defaults
      * compilados, sobrepostos por DIASLEMB, DIASNOTI e DIASFINL.
       77  WS-DIAS-LEMBRETE    PIC 9(03) VALUE 5.
       77  WS-DIAS-NOTIFICACAO PIC 9(03) VALUE 30.
       77  WS-DIAS-AVISO-FINAL PIC 9(03) VALUE 60.
       77  WS-EMPREGADOR-ESCOLA PIC 9(02) VALUE 01.
       77  WS-RESULTADO-EMPR   PIC X(01) VALUE "N".
       77  WS-DIA-HOJE         PIC 9(07) VALUE ZERO.
       77  WS-DIA-VENCIMENTO   PIC 9(07) VALUE ZERO.
       77  WS-DIAS-ATRASO      PIC 9(07) VALUE ZERO.
       77  WS-NIVEL-DEVIDO     PIC 9(01) VALUE ZERO.
       77  WS-NIVEL-CARTA      PIC 9(01) VALUE ZERO.
       77  WS-SUBIU-NIVEL      PIC X(01) VALUE "N".
           88 SUBIU-NIVEL          VALUE "S".
       77  WS-MULTA            PIC 9(08)V99 VALUE ZEROS.
       77  WS-JUROS            PIC 9(08)V99 VALUE ZEROS.
       77  WS-QTDE-TAB         PIC 9(02) VALUE ZERO.
       77  WS-MAX-TAB          PIC 9(02) VALUE 60.
       77  WS-INDICE-TAB       PIC 9(02) VALUE ZERO.
       77  WS-INDICE-TEXTO     PIC 9(01) VALUE ZERO.
       77  WS-TOTAL-VALOR      PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-ENCARGOS   PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-ATUALIZADO PIC 9(11)V99 VALUE ZEROS.
       77  WS-CHAVE-RETOMADA   PIC X(52) VALUE SPACES.
       77  WS-ENDERECO-CARTA   PIC X(60) VALUE SPACES.
       77  WS-CIDADE-CARTA     PIC X(60) VALUE SPACES.
       77  WS-TOTAL-CARTAS     PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-LEMBRETES  PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-NOTIFICACOES PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-AVISOS-FINAIS PIC 9(05) VALUE ZERO.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "CARTACOB".
       01  LINHA-CARTA         PIC X(100) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC ZZZZZZZ9,99.
       01  WS-TOTAL-EDIT       PIC ZZZZZZZZZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT       PIC ZZZZZZZ9.99.
       01  WS-TOTAL-EDIT       PIC ZZZZZZZZZZ9.99.
      >>END-IF
      * Escola que assina a carta - a mesma empresa beneficiaria dos
      * boletos da remessa de cobranca.
           COPY "REGEMP.cpy".
      * Titulos vencidos do aluno da vez - a carta so e decidida no
      * fim do grupo, e a marcacao do nivel vem depois dela.
       01  TABELA-VENCIDOS.
           03 TAB-VENCIDO OCCURS 60 TIMES.
               05 TAB-NOSSO-NUMERO PIC 9(10).
               05 TAB-COMPETENCIA  PIC 9(06).
               05 TAB-ACORDO       PIC 9(06).
               05 TAB-PARCELA      PIC 9(02).
               05 TAB-VENCIMENTO   PIC 9(08).
               05 TAB-DIAS-ATRASO  PIC 9(05).
               05 TAB-VALOR        PIC 9(08)V99.
               05 TAB-ENCARGOS     PIC 9(08)V99.
               05 TAB-NIVEL-ANTES  PIC 9(01).
               05 TAB-NIVEL-DEVIDO PIC 9(01).
       01  WS-ROTULOS-AVISO.
           03 FILLER           PIC X(12) VALUE "LEMBRETE".
           03 FILLER           PIC X(12) VALUE "NOTIFICACAO".
           03 FILLER           PIC X(12) VALUE "AVISO FINAL".
       01  WS-ROTULOS-AVISO-R REDEFINES WS-ROTULOS-AVISO.
           03 WS-ROTULO-AVISO  PIC X(12) OCCURS 3 TIMES.
      * Texto de cada nivel, quatro linhas por carta, a severidade
      * subindo do lembrete ao aviso final.
       01  WS-TEXTOS-CARTA.
           03 FILLER PIC X(56) VALUE
               "Lembramos que consta em aberto o pagamento das".
           03 FILLER PIC X(56) VALUE
               "mensalidades abaixo. Se o pagamento ja foi feito, por".
           03 FILLER PIC X(56) VALUE
               "favor desconsidere este lembrete. Duvidas ou acertos:".
           03 FILLER PIC X(56) VALUE
               "procure a tesouraria da escola.".
           03 FILLER PIC X(56) VALUE
               "Notificamos que as mensalidades abaixo continuam em".
           03 FILLER PIC X(56) VALUE
               "aberto. Pedimos a regularizacao em ate 10 dias, ou o".
           03 FILLER PIC X(56) VALUE
               "comparecimento a tesouraria para negociar o debito em".
           03 FILLER PIC X(56) VALUE
               "parcelas.".
           03 FILLER PIC X(56) VALUE
               "AVISO FINAL: as mensalidades abaixo seguem sem".
           03 FILLER PIC X(56) VALUE
               "pagamento apesar dos avisos anteriores. Sem pagamento".
           03 FILLER PIC X(56) VALUE
               "ou acordo em 10 dias, o debito sera encaminhado a".
           03 FILLER PIC X(56) VALUE
               "cobranca externa.".
       01  WS-TEXTOS-CARTA-R REDEFINES WS-TEXTOS-CARTA.
           03 WS-NIVEL-TEXTO OCCURS 3 TIMES.
               05 WS-LINHA-TEXTO PIC X(56) OCCURS 4 TIMES.
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-HOJE-ANO      PIC 9(04).
           03 WS-HOJE-MES      PIC 9(02).
           03 WS-HOJE-DIA      PIC 9(02).
       01  WS-DATA-VENC        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
           03 WS-VENC-ANO      PIC 9(04).
           03 WS-VENC-MES      PIC 9(02).
           03 WS-VENC-DIA      PIC 9(02).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CARTAS DE COBRANCA DAS MENSALIDADES =====".
           PERFORM LER-PARAMETROS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIA-HOJE = WS-HOJE-ANO * 360
               + WS-HOJE-MES * 30 + WS-HOJE-DIA
           OPEN I-O MENSALIDADE-FILE
           IF WS-STATUS-MEN NOT = "00"
               MOVE "MENSALID" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-MEN TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhuma mensalidade faturada (FATMENS)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "LEREMPR" USING WS-EMPREGADOR-ESCOLA,
               REGISTRO-EMPREGADOR, WS-RESULTADO-EMPR
           IF WS-RESULTADO-EMPR NOT = "S"
               MOVE SPACES TO EMP-RAZAO-SOCIAL
           END-IF
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ = "00"
               SET CADASTRO-ABERTO TO TRUE
           END-IF
           OPEN INPUT ENDERECO-FILE
           IF WS-STATUS-END = "00"
               SET ENDERECO-ABERTO TO TRUE
           END-IF
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-CARTA
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO MEN-CHAVE-ALUNO
           START MENSALIDADE-FILE KEY NOT < MEN-CHAVE-ALUNO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-TITULO
           END-IF
           PERFORM PROCESSAR-TITULO UNTIL FIM-ARQUIVO
           IF NOT PRIMEIRO-GRUPO
               PERFORM FECHAR-ALUNO
           END-IF
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-CARTA
           IF CADASTRO-ABERTO
               CLOSE CADASTRO-FILE
           END-IF
           IF ENDERECO-ABERTO
               CLOSE ENDERECO-FILE
           END-IF
           CLOSE MENSALIDADE-FILE
           DISPLAY "Cartas emitidas.....: " WS-TOTAL-CARTAS
               " no spool CARTACOB"
           DISPLAY "  lembretes.........: " WS-TOTAL-LEMBRETES
           DISPLAY "  notificacoes......: " WS-TOTAL-NOTIFICACOES
           DISPLAY "  avisos finais.....: " WS-TOTAL-AVISOS-FINAIS
           DISPLAY "===== FIM DAS CARTAS DE COBRANCA =====".
           STOP RUN.

      * Parametro ainda nao cadastrado fica no VALUE compilado.
       LER-PARAMETROS.
           MOVE "DIASLEMB" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-DIAS-LEMBRETE
           END-IF
           MOVE "DIASNOTI" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-DIAS-NOTIFICACAO
           END-IF
           MOVE "DIASFINL" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-DIAS-AVISO-FINAL
           END-IF.

       LER-PROXIMO-TITULO.
           READ MENSALIDADE-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * A virada de aluno fecha o grupo anterior; como o fechamento
      * regrava titulos pela chave primaria, a leitura pela chave
      * alternada e retomada no titulo que provocou a virada.
       PROCESSAR-TITULO.
           IF PRIMEIRO-GRUPO
               PERFORM ABRIR-ALUNO
           ELSE
               IF MEN-NOME-ALUNO NOT = WS-ALUNO-ATUAL
                   MOVE MEN-CHAVE-ALUNO TO WS-CHAVE-RETOMADA
                   PERFORM FECHAR-ALUNO
                   PERFORM RETOMAR-LEITURA
                   PERFORM ABRIR-ALUNO
               END-IF
           END-IF
           IF MEN-ABERTA
               PERFORM AVALIAR-TITULO
           END-IF
           PERFORM LER-PROXIMO-TITULO.

       RETOMAR-LEITURA.
           MOVE WS-CHAVE-RETOMADA TO MEN-CHAVE-ALUNO
           START MENSALIDADE-FILE KEY NOT < MEN-CHAVE-ALUNO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-TITULO
           END-IF.

       ABRIR-ALUNO.
           MOVE "N" TO WS-PRIMEIRO-GRUPO
           MOVE MEN-NOME-ALUNO TO WS-ALUNO-ATUAL
           MOVE ZERO TO WS-QTDE-TAB
           MOVE ZERO TO WS-NIVEL-CARTA
           MOVE "N" TO WS-SUBIU-NIVEL.

      * Atraso pelo ano comercial; o nivel devido e o do maior limite
      * alcancado, e so conta como novo se passou do ja mandado.
       AVALIAR-TITULO.
           MOVE MEN-DATA-VENCIMENTO TO WS-DATA-VENC
           COMPUTE WS-DIA-VENCIMENTO = WS-VENC-ANO * 360
               + WS-VENC-MES * 30 + WS-VENC-DIA
           IF WS-DIA-HOJE > WS-DIA-VENCIMENTO
               COMPUTE WS-DIAS-ATRASO =
                   WS-DIA-HOJE - WS-DIA-VENCIMENTO
               EVALUATE TRUE
                   WHEN WS-DIAS-ATRASO NOT < WS-DIAS-AVISO-FINAL
                       MOVE 3 TO WS-NIVEL-DEVIDO
                   WHEN WS-DIAS-ATRASO NOT < WS-DIAS-NOTIFICACAO
                       MOVE 2 TO WS-NIVEL-DEVIDO
                   WHEN WS-DIAS-ATRASO NOT < WS-DIAS-LEMBRETE
                       MOVE 1 TO WS-NIVEL-DEVIDO
                   WHEN OTHER
                       MOVE 0 TO WS-NIVEL-DEVIDO
               END-EVALUATE
               IF WS-NIVEL-DEVIDO > ZERO
                   PERFORM GUARDAR-VENCIDO
               END-IF
           END-IF.

       GUARDAR-VENCIDO.
           IF WS-QTDE-TAB < WS-MAX-TAB
               ADD 1 TO WS-QTDE-TAB
               MOVE MEN-NOSSO-NUMERO TO TAB-NOSSO-NUMERO(WS-QTDE-TAB)
               MOVE MEN-COMPETENCIA TO TAB-COMPETENCIA(WS-QTDE-TAB)
               MOVE MEN-ACORDO TO TAB-ACORDO(WS-QTDE-TAB)
               MOVE MEN-PARCELA TO TAB-PARCELA(WS-QTDE-TAB)
               MOVE MEN-DATA-VENCIMENTO TO TAB-VENCIMENTO(WS-QTDE-TAB)
               MOVE WS-DIAS-ATRASO TO TAB-DIAS-ATRASO(WS-QTDE-TAB)
               MOVE MEN-VALOR TO TAB-VALOR(WS-QTDE-TAB)
               COMPUTE WS-MULTA ROUNDED =
                   MEN-VALOR * MEN-PERC-MULTA / 100
               COMPUTE WS-JUROS ROUNDED =
                   MEN-VALOR * MEN-PERC-JUROS / 100
                   * WS-DIAS-ATRASO / 30
               COMPUTE TAB-ENCARGOS(WS-QTDE-TAB) = WS-MULTA + WS-JUROS
               MOVE MEN-NIVEL-AVISO TO TAB-NIVEL-ANTES(WS-QTDE-TAB)
               MOVE WS-NIVEL-DEVIDO TO TAB-NIVEL-DEVIDO(WS-QTDE-TAB)
               IF WS-NIVEL-DEVIDO > WS-NIVEL-CARTA
                   MOVE WS-NIVEL-DEVIDO TO WS-NIVEL-CARTA
               END-IF
               IF WS-NIVEL-DEVIDO > MEN-NIVEL-AVISO
                   SET SUBIU-NIVEL TO TRUE
               END-IF
           ELSE
               DISPLAY "Aluno " MEN-NOME-ALUNO " com mais de "
                   WS-MAX-TAB " titulos vencidos - carta parcial"
           END-IF.

       FECHAR-ALUNO.
           IF SUBIU-NIVEL
               PERFORM EMITIR-CARTA
               PERFORM MARCAR-NIVEL
                   VARYING WS-INDICE-TAB FROM 1 BY 1
                   UNTIL WS-INDICE-TAB > WS-QTDE-TAB
           END-IF.

       EMITIR-CARTA.
           PERFORM MONTAR-ENDERECO
           MOVE ALL "=" TO LINHA-CARTA
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING EMP-RAZAO-SOCIAL "  CNPJ " EMP-CNPJ
               DELIMITED BY SIZE INTO LINHA-CARTA
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "CARTA DE COBRANCA - "
               WS-ROTULO-AVISO(WS-NIVEL-CARTA)
               "        DATA " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-CARTA
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           PERFORM GRAVAR-LINHA-CARTA
           MOVE WS-ALUNO-ATUAL TO LINHA-CARTA
           PERFORM GRAVAR-LINHA-CARTA
           MOVE WS-ENDERECO-CARTA TO LINHA-CARTA
           PERFORM GRAVAR-LINHA-CARTA
           MOVE WS-CIDADE-CARTA TO LINHA-CARTA
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           PERFORM GRAVAR-LINHA-CARTA
           PERFORM IMPRIMIR-TEXTO-NIVEL
               VARYING WS-INDICE-TEXTO FROM 1 BY 1
               UNTIL WS-INDICE-TEXTO > 4
           MOVE SPACES TO LINHA-CARTA
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           MOVE "NOSSO NUM." TO LINHA-CARTA (3:10)
           MOVE "COMPET." TO LINHA-CARTA (14:7)
           MOVE "VENCIMENTO" TO LINHA-CARTA (22:10)
           MOVE "ATRASO" TO LINHA-CARTA (33:6)
           MOVE "VALOR" TO LINHA-CARTA (47:5)
           MOVE "ENCARGOS" TO LINHA-CARTA (56:8)
           MOVE "ATUALIZADO" TO LINHA-CARTA (66:10)
           PERFORM GRAVAR-LINHA-CARTA
           MOVE ZEROS TO WS-TOTAL-VALOR
           MOVE ZEROS TO WS-TOTAL-ENCARGOS
           PERFORM IMPRIMIR-VENCIDO
               VARYING WS-INDICE-TAB FROM 1 BY 1
               UNTIL WS-INDICE-TAB > WS-QTDE-TAB
           COMPUTE WS-TOTAL-ATUALIZADO =
               WS-TOTAL-VALOR + WS-TOTAL-ENCARGOS
           MOVE SPACES TO LINHA-CARTA
           MOVE WS-TOTAL-ATUALIZADO TO WS-TOTAL-EDIT
           STRING "  TOTAL ATUALIZADO ATE HOJE: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-CARTA
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "A TESOURARIA" TO LINHA-CARTA
           PERFORM GRAVAR-LINHA-CARTA
           ADD 1 TO WS-TOTAL-CARTAS
           EVALUATE WS-NIVEL-CARTA
               WHEN 1 ADD 1 TO WS-TOTAL-LEMBRETES
               WHEN 2 ADD 1 TO WS-TOTAL-NOTIFICACOES
               WHEN 3 ADD 1 TO WS-TOTAL-AVISOS-FINAIS
           END-EVALUATE.

      * Endereco como a ETIQUETA monta: logradouro do CEP com o
      * numero e o complemento da casa; cidade, UF e CEP embaixo.
       MONTAR-ENDERECO.
           MOVE "ENDERECO NAO CADASTRADO" TO WS-ENDERECO-CARTA
           MOVE SPACES TO WS-CIDADE-CARTA
           IF CADASTRO-ABERTO
               PERFORM PROCURAR-ALUNO-PELO-NOME
               IF ALUNO-ACHADO
                   PERFORM RESOLVER-ENDERECO-CEP
               END-IF
           END-IF.

      * O aluno e procurado no CADUSUAR pelo nome do grupo de titulos,
      * pela chave alternada do sobrenome; so vale cadastro marcado
      * como aluno (INDICADOR-ALUNO).
       PROCURAR-ALUNO-PELO-NOME.
           MOVE "N" TO WS-ALUNO-ACHADO
           MOVE "N" TO WS-FIM-HOMONIMO
           MOVE WS-ALUNO-ATUAL TO WS-NOME-PROCURADO
           MOVE WS-SOBRENOME-PROCURADO TO SOBRENOME
           START CADASTRO-FILE KEY = SOBRENOME
               INVALID KEY SET FIM-HOMONIMO TO TRUE
           END-START
           IF NOT FIM-HOMONIMO
               PERFORM LER-PROXIMO-HOMONIMO
           END-IF
           PERFORM CONFERIR-HOMONIMO UNTIL FIM-HOMONIMO.

       LER-PROXIMO-HOMONIMO.
           READ CADASTRO-FILE NEXT RECORD
               AT END SET FIM-HOMONIMO TO TRUE
           END-READ.

       CONFERIR-HOMONIMO.
           IF SOBRENOME NOT = WS-SOBRENOME-PROCURADO
               SET FIM-HOMONIMO TO TRUE
           ELSE
               IF NOME-ALUNO = WS-NOME-PROCURADO AND CADASTRO-DE-ALUNO
                   SET ALUNO-ACHADO TO TRUE
                   SET FIM-HOMONIMO TO TRUE
               ELSE
                   PERFORM LER-PROXIMO-HOMONIMO
               END-IF
           END-IF.

       RESOLVER-ENDERECO-CEP.
           MOVE SPACES TO WS-ENDERECO-CARTA
           MOVE SPACES TO WS-CIDADE-CARTA
           MOVE CEP-ALUNO TO CEP-ENDERECO
           IF ENDERECO-ABERTO
               READ ENDERECO-FILE
                   INVALID KEY
                       MOVE "LOGRADOURO NAO CADASTR"
                           TO LOGRADOURO-ENDERECO
                       MOVE SPACES TO CIDADE-ENDERECO
                       MOVE "??" TO UF-ENDERECO
               END-READ
           ELSE
               MOVE "LOGRADOURO NAO CADASTR" TO LOGRADOURO-ENDERECO
               MOVE SPACES TO CIDADE-ENDERECO
               MOVE "??" TO UF-ENDERECO
           END-IF
           STRING LOGRADOURO-ENDERECO ", " NUMERO-ALUNO " "
               COMPLEMENTO-ALUNO
               DELIMITED BY SIZE INTO WS-ENDERECO-CARTA
           STRING CIDADE-ENDERECO "/" UF-ENDERECO "  CEP " CEP-ALUNO
               DELIMITED BY SIZE INTO WS-CIDADE-CARTA.

       IMPRIMIR-TEXTO-NIVEL.
           MOVE SPACES TO LINHA-CARTA
           MOVE WS-LINHA-TEXTO(WS-NIVEL-CARTA, WS-INDICE-TEXTO)
               TO LINHA-CARTA
           PERFORM GRAVAR-LINHA-CARTA.

       IMPRIMIR-VENCIDO.
           ADD TAB-VALOR(WS-INDICE-TAB) TO WS-TOTAL-VALOR
           ADD TAB-ENCARGOS(WS-INDICE-TAB) TO WS-TOTAL-ENCARGOS
           MOVE SPACES TO LINHA-CARTA
           MOVE TAB-NOSSO-NUMERO(WS-INDICE-TAB) TO LINHA-CARTA (3:10)
           MOVE TAB-COMPETENCIA(WS-INDICE-TAB) TO LINHA-CARTA (14:6)
           MOVE TAB-VENCIMENTO(WS-INDICE-TAB) TO LINHA-CARTA (22:8)
           MOVE TAB-DIAS-ATRASO(WS-INDICE-TAB) TO LINHA-CARTA (33:5)
           MOVE TAB-VALOR(WS-INDICE-TAB) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-CARTA (41:11)
           MOVE TAB-ENCARGOS(WS-INDICE-TAB) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-CARTA (53:11)
           COMPUTE WS-TOTAL-ATUALIZADO = TAB-VALOR(WS-INDICE-TAB)
               + TAB-ENCARGOS(WS-INDICE-TAB)
           MOVE WS-TOTAL-ATUALIZADO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-CARTA (65:11)
           IF TAB-ACORDO(WS-INDICE-TAB) NOT = ZEROS
               STRING "ACORDO " TAB-ACORDO(WS-INDICE-TAB) " PARC "
                   TAB-PARCELA(WS-INDICE-TAB)
                   DELIMITED BY SIZE INTO LINHA-CARTA (78:23)
           END-IF
           PERFORM GRAVAR-LINHA-CARTA.

      * Grava no titulo o nivel da carta que o cobriu, para a proxima
      * corrida so subir a partir dele.
       MARCAR-NIVEL.
           IF TAB-NIVEL-DEVIDO(WS-INDICE-TAB)
                   > TAB-NIVEL-ANTES(WS-INDICE-TAB)
               MOVE TAB-NOSSO-NUMERO(WS-INDICE-TAB)
                   TO MEN-NOSSO-NUMERO
               READ MENSALIDADE-FILE
                   INVALID KEY
                       DISPLAY "Titulo " MEN-NOSSO-NUMERO
                           " sumiu durante a emissao"
                   NOT INVALID KEY
                       MOVE TAB-NIVEL-DEVIDO(WS-INDICE-TAB)
                           TO MEN-NIVEL-AVISO
                       MOVE WS-DATA-HOJE TO MEN-DATA-AVISO
                       REWRITE REGISTRO-MENSALIDADE
                           INVALID KEY
                               MOVE "MENSALID" TO ERR-ARQUIVO
                               MOVE "REWRITE" TO ERR-OPERACAO
                               MOVE WS-STATUS-MEN TO ERR-STATUS
                               MOVE MEN-NOSSO-NUMERO TO ERR-CHAVE
                               PERFORM REGISTRAR-ERRO-IO
                               DISPLAY "Falha ao marcar a carta no "
                                   "titulo " MEN-NOSSO-NUMERO
                       END-REWRITE
               END-READ
           END-IF.

       GRAVAR-LINHA-CARTA.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-CARTA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CARTACOB" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CARTACOB.
