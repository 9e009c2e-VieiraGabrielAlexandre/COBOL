      ******************************************************************
      * Author:
      * Date:
      * Purpose: Acordos de pagamento das mensalidades vencidas - a
      *          tesouraria chama o aluno pelo nome, ve os titulos
      *          vencidos do MENSALID (REGMEN.cpy) com a multa e os
      *          juros ate hoje (ano comercial de 360 dias, como em
      *          RETCOBR e CARTACOB), decide se cobra os encargos e
      *          divide o saldo em ate PARCMAX parcelas mensais (12).
      *          O acordo fica no ACORDOS (REGACO.cpy) com o operador
      *          logado; cada parcela vira um titulo novo no MENSALID
      *          com o numero do acordo, vencimento no mesmo dia dos
      *          meses seguintes levado ao dia util (DIAUTIL), e vai ao
      *          banco na proxima remessa de cobranca (REMCOBR). Os
      *          titulos absorvidos ficam renegociados; o que o banco
      *          ja tinha registrado fica com a baixa pedida, que o
      *          REMCOBR manda e o RETCOBR confirma. Tambem lista os
      *          acordos feitos. Chamado a partir do submenu de
      *          cadastros complementares de SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANACORD.
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
           SELECT ACORDO-FILE ASSIGN TO "ACORDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-NUMERO
               FILE STATUS IS WS-STATUS-ACO.
       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADE-FILE.
           COPY "REGMEN.cpy".
       FD  ACORDO-FILE.
           COPY "REGACO.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-MEN       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ACO       PIC X(02) VALUE SPACES.
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77  WS-COBRAR-ENCARGOS  PIC X(01) VALUE "S".
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-ACORDO-OK        PIC X(01) VALUE "S".
           88 ACORDO-OK            VALUE "S".
       77  WS-PARAM-CODIGO     PIC X(08) VALUE SPACES.
       77  WS-PARAM-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77  WS-PARAM-RESULTADO  PIC X(01) VALUE "N".
      * Teto de parcelas - default compilado, sobreposto por PARCMAX.
       77  WS-MAX-PARCELAS     PIC 9(02) VALUE 12.
       77  WS-QTDE-PARCELAS    PIC 9(02) VALUE ZERO.
       77  WS-INDICE-PARCELA   PIC 9(02) VALUE ZERO.
       77  WS-QTDE-TAB         PIC 9(02) VALUE ZERO.
       77  WS-MAX-TAB          PIC 9(02) VALUE 60.
       77  WS-INDICE-TAB       PIC 9(02) VALUE ZERO.
       77  WS-DIA-HOJE         PIC 9(07) VALUE ZERO.
       77  WS-DIA-VENCIMENTO   PIC 9(07) VALUE ZERO.
       77  WS-DIAS-ATRASO      PIC 9(07) VALUE ZERO.
       77  WS-MULTA            PIC 9(08)V99 VALUE ZEROS.
       77  WS-JUROS            PIC 9(08)V99 VALUE ZEROS.
       77  WS-SALDO-ORIGINAL   PIC 9(08)V99 VALUE ZEROS.
       77  WS-TOTAL-ENCARGOS   PIC 9(08)V99 VALUE ZEROS.
       77  WS-VALOR-ACORDO     PIC 9(08)V99 VALUE ZEROS.
       77  WS-VALOR-PARCELA    PIC 9(08)V99 VALUE ZEROS.
       77  WS-VALOR-ULTIMA     PIC 9(08)V99 VALUE ZEROS.
       77  WS-ULTIMO-NOSSO-NUMERO PIC 9(10) VALUE ZEROS.
       77  WS-NUMERO-ACORDO    PIC 9(06) VALUE ZEROS.
       77  WS-MATRICULA-ALUNO  PIC 9(06) VALUE ZEROS.
       77  WS-CPF-ALUNO        PIC 9(11) VALUE ZEROS.
       77  WS-PERC-MULTA       PIC 9(03)V99 VALUE ZEROS.
       77  WS-PERC-JUROS       PIC 9(03)V99 VALUE ZEROS.
       77  WS-FUNCAO-DIAUTIL   PIC X(01) VALUE "V".
       77  WS-RESULTADO-DIAUTIL PIC X(01) VALUE "N".
       77  WS-TOTAL-LISTADOS   PIC 9(04) VALUE ZERO.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC ZZZZZZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT       PIC ZZZZZZZ9.99.
      >>END-IF
       01  WS-NOME-ALUNO.
           03 WS-PRIMEIRO-NOME PIC X(20) VALUE SPACES.
           03 WS-SOBRENOME     PIC X(20) VALUE SPACES.
      * Titulos vencidos do aluno que entram no acordo.
       01  TABELA-VENCIDOS.
           03 TAB-VENCIDO OCCURS 60 TIMES.
               05 TAB-NOSSO-NUMERO PIC 9(10).
               05 TAB-VALOR        PIC 9(08)V99.
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
      * Data base da parcela - o dia escolhido mes a mes, antes de
      * ir ao dia util; o vencimento de cada parcela sai dela.
       01  WS-DATA-BASE        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-BASE-R REDEFINES WS-DATA-BASE.
           03 WS-BASE-COMPETENCIA.
               05 WS-BASE-ANO  PIC 9(04).
               05 WS-BASE-MES  PIC 9(02).
           03 WS-BASE-DIA      PIC 9(02).
       01  WS-DATA-PARCELA     PIC 9(08) VALUE ZEROS.
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           OPEN I-O MENSALIDADE-FILE
           IF WS-STATUS-MEN NOT = "00"
               MOVE "MENSALID" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-MEN TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhuma mensalidade faturada - status "
                   WS-STATUS-MEN
               GOBACK
           END-IF
           OPEN I-O ACORDO-FILE
           IF WS-STATUS-ACO = "35"
               OPEN OUTPUT ACORDO-FILE
               CLOSE ACORDO-FILE
               OPEN I-O ACORDO-FILE
           END-IF
           IF WS-STATUS-ACO NOT = "00"
               MOVE "ACORDOS" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ACO TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de acordos indisponivel - status "
                   WS-STATUS-ACO
               CLOSE MENSALIDADE-FILE
               GOBACK
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIA-HOJE = WS-HOJE-ANO * 360
               + WS-HOJE-MES * 30 + WS-HOJE-DIA
           PERFORM LER-PARAMETROS
           DISPLAY "----- ACORDOS DE MENSALIDADES -----".
           DISPLAY "1-Negociar vencidos  2-Listar acordos : "
               WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO.
           EVALUATE WS-SUBOPCAO
               WHEN 1 PERFORM NEGOCIAR-VENCIDOS
               WHEN 2 PERFORM LISTAR-ACORDOS
               WHEN OTHER DISPLAY "Opcao invalida"
           END-EVALUATE
           CLOSE ACORDO-FILE
           CLOSE MENSALIDADE-FILE
           GOBACK.

      * Parametro ainda nao cadastrado fica no VALUE compilado.
       LER-PARAMETROS.
           MOVE "PARCMAX" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-MAX-PARCELAS
           END-IF
           IF WS-MAX-PARCELAS = ZERO
               MOVE 1 TO WS-MAX-PARCELAS
           END-IF.

       NEGOCIAR-VENCIDOS.
           DISPLAY "Primeiro nome do aluno: " WITH NO ADVANCING
           ACCEPT WS-PRIMEIRO-NOME
           DISPLAY "Sobrenome do aluno....: " WITH NO ADVANCING
           ACCEPT WS-SOBRENOME
           PERFORM CARREGAR-VENCIDOS
           IF WS-QTDE-TAB = ZERO
               DISPLAY "Nenhuma mensalidade vencida em aberto para "
                   WS-NOME-ALUNO
           ELSE
               PERFORM DEFINIR-ACORDO
           END-IF.

      * Os titulos do aluno vem juntos pela chave alternada; so o
      * vencido em aberto entra - o que ainda vai vencer segue no
      * boleto dele.
       CARREGAR-VENCIDOS.
           MOVE ZERO TO WS-QTDE-TAB
           MOVE ZEROS TO WS-SALDO-ORIGINAL
           MOVE ZEROS TO WS-TOTAL-ENCARGOS
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE WS-NOME-ALUNO TO MEN-NOME-ALUNO
           MOVE ZEROS TO MEN-COMPETENCIA
           MOVE ZEROS TO MEN-ACORDO
           START MENSALIDADE-FILE KEY NOT < MEN-CHAVE-ALUNO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           DISPLAY "Nosso num. Compet. Vencto.  Atraso      Valor"
               "   Encargos"
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-TITULO
           END-IF
           PERFORM AVALIAR-TITULO UNTIL FIM-ARQUIVO
           MOVE WS-SALDO-ORIGINAL TO WS-VALOR-EDIT
           DISPLAY "Saldo vencido.........: " WS-VALOR-EDIT
           MOVE WS-TOTAL-ENCARGOS TO WS-VALOR-EDIT
           DISPLAY "Multa e juros ate hoje: " WS-VALOR-EDIT.

       LER-PROXIMO-TITULO.
           READ MENSALIDADE-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       AVALIAR-TITULO.
           IF MEN-NOME-ALUNO NOT = WS-NOME-ALUNO
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF MEN-ABERTA
                   MOVE MEN-DATA-VENCIMENTO TO WS-DATA-VENC
                   COMPUTE WS-DIA-VENCIMENTO = WS-VENC-ANO * 360
                       + WS-VENC-MES * 30 + WS-VENC-DIA
                   IF WS-DIA-HOJE > WS-DIA-VENCIMENTO
                       PERFORM GUARDAR-VENCIDO
                   END-IF
               END-IF
               PERFORM LER-PROXIMO-TITULO
           END-IF.

       GUARDAR-VENCIDO.
           IF WS-QTDE-TAB < WS-MAX-TAB
               ADD 1 TO WS-QTDE-TAB
               MOVE MEN-NOSSO-NUMERO TO TAB-NOSSO-NUMERO(WS-QTDE-TAB)
               MOVE MEN-VALOR TO TAB-VALOR(WS-QTDE-TAB)
               COMPUTE WS-DIAS-ATRASO =
                   WS-DIA-HOJE - WS-DIA-VENCIMENTO
               COMPUTE WS-MULTA ROUNDED =
                   MEN-VALOR * MEN-PERC-MULTA / 100
               COMPUTE WS-JUROS ROUNDED =
                   MEN-VALOR * MEN-PERC-JUROS / 100
                   * WS-DIAS-ATRASO / 30
               ADD MEN-VALOR TO WS-SALDO-ORIGINAL
               ADD WS-MULTA WS-JUROS TO WS-TOTAL-ENCARGOS
      * As parcelas herdam o cadastro e os encargos de atraso do
      * titulo vencido mais antigo.
               IF WS-QTDE-TAB = 1
                   MOVE MEN-MATRICULA TO WS-MATRICULA-ALUNO
                   MOVE MEN-CPF TO WS-CPF-ALUNO
                   MOVE MEN-PERC-MULTA TO WS-PERC-MULTA
                   MOVE MEN-PERC-JUROS TO WS-PERC-JUROS
               END-IF
               MOVE MEN-VALOR TO WS-VALOR-EDIT
               DISPLAY MEN-NOSSO-NUMERO " " MEN-COMPETENCIA "  "
                   MEN-DATA-VENCIMENTO " " WS-DIAS-ATRASO " "
                   WS-VALOR-EDIT WITH NO ADVANCING
               COMPUTE WS-VALOR-EDIT = WS-MULTA + WS-JUROS
               DISPLAY " " WS-VALOR-EDIT
           ELSE
               DISPLAY "Mais de " WS-MAX-TAB " titulos vencidos - "
                   "o excedente fica para outro acordo"
           END-IF.

       DEFINIR-ACORDO.
           DISPLAY "Cobrar multa e juros no acordo (S/N) [S]: "
               WITH NO ADVANCING
           ACCEPT WS-COBRAR-ENCARGOS
           IF WS-COBRAR-ENCARGOS = "N" OR WS-COBRAR-ENCARGOS = "n"
               MOVE ZEROS TO WS-TOTAL-ENCARGOS
           END-IF
           COMPUTE WS-VALOR-ACORDO =
               WS-SALDO-ORIGINAL + WS-TOTAL-ENCARGOS
           MOVE WS-VALOR-ACORDO TO WS-VALOR-EDIT
           DISPLAY "Valor do acordo.......: " WS-VALOR-EDIT
           DISPLAY "Quantidade de parcelas (1 a " WS-MAX-PARCELAS
               "): " WITH NO ADVANCING
           ACCEPT WS-QTDE-PARCELAS
           IF WS-QTDE-PARCELAS IS NOT NUMERIC
                   OR WS-QTDE-PARCELAS = ZERO
                   OR WS-QTDE-PARCELAS > WS-MAX-PARCELAS
               DISPLAY "Quantidade de parcelas invalida - acordo "
                   "nao registrado"
           ELSE
               PERFORM DEFINIR-PRIMEIRO-VENCIMENTO
               IF ACORDO-OK
                   PERFORM CONFIRMAR-ACORDO
               END-IF
           END-IF.

      * As parcelas vencem no mesmo dia dos meses seguintes - dia 29
      * em diante nao existe em todo mes, como no FATMENS.
       DEFINIR-PRIMEIRO-VENCIMENTO.
           MOVE "S" TO WS-ACORDO-OK
           DISPLAY "Vencimento da 1a parcela AAAAMMDD: "
               WITH NO ADVANCING
           ACCEPT WS-DATA-BASE
           EVALUATE TRUE
               WHEN WS-DATA-BASE IS NOT NUMERIC
                   DISPLAY "Data invalida - acordo nao registrado"
                   MOVE "N" TO WS-ACORDO-OK
               WHEN WS-BASE-MES < 1 OR WS-BASE-MES > 12
                       OR WS-BASE-DIA < 1
                   DISPLAY "Data invalida - acordo nao registrado"
                   MOVE "N" TO WS-ACORDO-OK
               WHEN WS-BASE-DIA > 28
                   DISPLAY "Escolha um dia de 1 a 28 - acordo nao "
                       "registrado"
                   MOVE "N" TO WS-ACORDO-OK
               WHEN WS-DATA-BASE < WS-DATA-HOJE
                   DISPLAY "Vencimento no passado - acordo nao "
                       "registrado"
                   MOVE "N" TO WS-ACORDO-OK
           END-EVALUATE.

       CONFIRMAR-ACORDO.
           COMPUTE WS-VALOR-PARCELA =
               WS-VALOR-ACORDO / WS-QTDE-PARCELAS
           COMPUTE WS-VALOR-ULTIMA = WS-VALOR-ACORDO
               - WS-VALOR-PARCELA * (WS-QTDE-PARCELAS - 1)
           MOVE WS-VALOR-PARCELA TO WS-VALOR-EDIT
           DISPLAY WS-QTDE-PARCELAS " parcela(s) de " WS-VALOR-EDIT
               WITH NO ADVANCING
           MOVE WS-VALOR-ULTIMA TO WS-VALOR-EDIT
           DISPLAY " (a ultima " WS-VALOR-EDIT ") a partir de "
               WS-DATA-BASE
           DISPLAY "Confirma o acordo (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM EFETIVAR-ACORDO
           ELSE
               DISPLAY "Operacao cancelada"
           END-IF.

      * Os titulos vencidos sao relidos antes de qualquer gravacao -
      * o que o retorno do banco liquidou enquanto se negociava
      * derruba o acordo inteiro, e nada e gravado.
       EFETIVAR-ACORDO.
           MOVE "S" TO WS-ACORDO-OK
           PERFORM CONFERIR-VENCIDO
               VARYING WS-INDICE-TAB FROM 1 BY 1
               UNTIL WS-INDICE-TAB > WS-QTDE-TAB
           IF NOT ACORDO-OK
               DISPLAY "Acordo nao registrado - refaca a negociacao"
           ELSE
               PERFORM PROXIMO-NUMERO-ACORDO
               PERFORM LOCALIZAR-ULTIMO-NOSSO-NUMERO
               PERFORM GRAVAR-ACORDO
           END-IF
           IF ACORDO-OK
               PERFORM GERAR-PARCELA
                   VARYING WS-INDICE-PARCELA FROM 1 BY 1
                   UNTIL WS-INDICE-PARCELA > WS-QTDE-PARCELAS
               PERFORM RENEGOCIAR-VENCIDO
                   VARYING WS-INDICE-TAB FROM 1 BY 1
                   UNTIL WS-INDICE-TAB > WS-QTDE-TAB
               DISPLAY "Acordo " WS-NUMERO-ACORDO " registrado: "
                   WS-QTDE-PARCELAS " parcela(s) - boletos na "
                   "proxima remessa de cobranca"
           END-IF.

       CONFERIR-VENCIDO.
           MOVE TAB-NOSSO-NUMERO(WS-INDICE-TAB) TO MEN-NOSSO-NUMERO
           READ MENSALIDADE-FILE
               INVALID KEY
                   DISPLAY "Titulo " MEN-NOSSO-NUMERO " nao encontrado"
                   MOVE "N" TO WS-ACORDO-OK
               NOT INVALID KEY
                   IF NOT MEN-ABERTA
                       DISPLAY "Titulo " MEN-NOSSO-NUMERO
                           " nao esta mais em aberto"
                       MOVE "N" TO WS-ACORDO-OK
                   END-IF
           END-READ.

       PROXIMO-NUMERO-ACORDO.
           MOVE ZEROS TO WS-NUMERO-ACORDO
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO ACO-NUMERO
           START ACORDO-FILE KEY NOT < ACO-NUMERO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           PERFORM LER-ULTIMO-ACORDO UNTIL FIM-ARQUIVO
           ADD 1 TO WS-NUMERO-ACORDO.

       LER-ULTIMO-ACORDO.
           READ ACORDO-FILE NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   MOVE ACO-NUMERO TO WS-NUMERO-ACORDO
           END-READ.

       LOCALIZAR-ULTIMO-NOSSO-NUMERO.
           MOVE ZEROS TO WS-ULTIMO-NOSSO-NUMERO
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO MEN-NOSSO-NUMERO
           START MENSALIDADE-FILE KEY NOT < MEN-NOSSO-NUMERO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           PERFORM LER-ULTIMO-NOSSO-NUMERO UNTIL FIM-ARQUIVO.

       LER-ULTIMO-NOSSO-NUMERO.
           READ MENSALIDADE-FILE NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   MOVE MEN-NOSSO-NUMERO TO WS-ULTIMO-NOSSO-NUMERO
           END-READ.

       GRAVAR-ACORDO.
           INITIALIZE REGISTRO-ACORDO
           MOVE WS-NUMERO-ACORDO TO ACO-NUMERO
           MOVE WS-NOME-ALUNO TO ACO-NOME-ALUNO
           MOVE WS-DATA-HOJE TO ACO-DATA
           MOVE OPERADOR-LOGADO TO ACO-OPERADOR
           MOVE WS-QTDE-TAB TO ACO-QTDE-TITULOS
           MOVE WS-SALDO-ORIGINAL TO ACO-SALDO-ORIGINAL
           MOVE WS-TOTAL-ENCARGOS TO ACO-ENCARGOS
           MOVE WS-VALOR-ACORDO TO ACO-VALOR-TOTAL
           MOVE WS-QTDE-PARCELAS TO ACO-QTDE-PARCELAS
           MOVE WS-VALOR-PARCELA TO ACO-VALOR-PARCELA
           MOVE WS-DATA-BASE TO ACO-PRIMEIRO-VENCTO
           WRITE REGISTRO-ACORDO
               INVALID KEY
                   MOVE "ACORDOS" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-ACO TO ERR-STATUS
                   MOVE ACO-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar o acordo " ACO-NUMERO
                   MOVE "N" TO WS-ACORDO-OK
           END-WRITE.

      * A parcela e um titulo como a mensalidade: competencia e o mes
      * do vencimento, e o numero do acordo na chave alternada a
      * separa da mensalidade do mesmo mes.
       GERAR-PARCELA.
           IF WS-INDICE-PARCELA > 1
               PERFORM AVANCAR-MES-BASE
           END-IF
           MOVE WS-DATA-BASE TO WS-DATA-PARCELA
           MOVE "V" TO WS-FUNCAO-DIAUTIL
           CALL "DIAUTIL" USING WS-FUNCAO-DIAUTIL, WS-DATA-PARCELA,
               WS-RESULTADO-DIAUTIL
           IF WS-RESULTADO-DIAUTIL NOT = "S"
               MOVE "P" TO WS-FUNCAO-DIAUTIL
               CALL "DIAUTIL" USING WS-FUNCAO-DIAUTIL,
                   WS-DATA-PARCELA, WS-RESULTADO-DIAUTIL
           END-IF
           INITIALIZE REGISTRO-MENSALIDADE
           ADD 1 TO WS-ULTIMO-NOSSO-NUMERO
           MOVE WS-ULTIMO-NOSSO-NUMERO TO MEN-NOSSO-NUMERO
           MOVE WS-NOME-ALUNO TO MEN-NOME-ALUNO
           MOVE WS-BASE-COMPETENCIA TO MEN-COMPETENCIA
           MOVE WS-NUMERO-ACORDO TO MEN-ACORDO
           MOVE WS-INDICE-PARCELA TO MEN-PARCELA
           MOVE WS-MATRICULA-ALUNO TO MEN-MATRICULA
           MOVE WS-CPF-ALUNO TO MEN-CPF
           IF WS-INDICE-PARCELA = WS-QTDE-PARCELAS
               MOVE WS-VALOR-ULTIMA TO MEN-VALOR-BRUTO
           ELSE
               MOVE WS-VALOR-PARCELA TO MEN-VALOR-BRUTO
           END-IF
           MOVE MEN-VALOR-BRUTO TO MEN-VALOR
           MOVE WS-DATA-HOJE TO MEN-DATA-EMISSAO
           MOVE WS-DATA-PARCELA TO MEN-DATA-VENCIMENTO
           MOVE WS-PERC-MULTA TO MEN-PERC-MULTA
           MOVE WS-PERC-JUROS TO MEN-PERC-JUROS
           SET MEN-A-REGISTRAR TO TRUE
           SET MEN-ABERTA TO TRUE
           WRITE REGISTRO-MENSALIDADE
               INVALID KEY
                   MOVE "MENSALID" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-MEN TO ERR-STATUS
                   MOVE MEN-NOSSO-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar a parcela "
                       WS-INDICE-PARCELA " do acordo " WS-NUMERO-ACORDO
               NOT INVALID KEY
                   MOVE MEN-VALOR TO WS-VALOR-EDIT
                   DISPLAY "Parcela " MEN-PARCELA " nosso-numero "
                       MEN-NOSSO-NUMERO " vence " MEN-DATA-VENCIMENTO
                       " " WS-VALOR-EDIT
           END-WRITE.

       AVANCAR-MES-BASE.
           ADD 1 TO WS-BASE-MES
           IF WS-BASE-MES > 12
               MOVE 1 TO WS-BASE-MES
               ADD 1 TO WS-BASE-ANO
           END-IF.

      * O titulo absorvido sai da cobranca; se o banco ja o tinha
      * (remetido ou registrado), fica com a baixa pedida para a
      * proxima remessa.
       RENEGOCIAR-VENCIDO.
           MOVE TAB-NOSSO-NUMERO(WS-INDICE-TAB) TO MEN-NOSSO-NUMERO
           READ MENSALIDADE-FILE
               INVALID KEY
                   DISPLAY "Titulo " MEN-NOSSO-NUMERO " nao encontrado"
               NOT INVALID KEY
                   SET MEN-RENEGOCIADA TO TRUE
                   MOVE WS-NUMERO-ACORDO TO MEN-RENEGOCIADA-EM
                   IF MEN-REMETIDO OR MEN-REGISTRADO
                       SET MEN-BAIXA-PEDIDA TO TRUE
                   END-IF
                   REWRITE REGISTRO-MENSALIDADE
                       INVALID KEY
                           MOVE "MENSALID" TO ERR-ARQUIVO
                           MOVE "REWRITE" TO ERR-OPERACAO
                           MOVE WS-STATUS-MEN TO ERR-STATUS
                           MOVE MEN-NOSSO-NUMERO TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao renegociar o titulo "
                               MEN-NOSSO-NUMERO
                   END-REWRITE
           END-READ.

       LISTAR-ACORDOS.
           MOVE ZERO TO WS-TOTAL-LISTADOS
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO ACO-NUMERO
           START ACORDO-FILE KEY NOT < ACO-NUMERO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           DISPLAY "Acordo Aluno                                    "
               "Data     Tit Pc       Total Operador"
           PERFORM MOSTRAR-ACORDO UNTIL FIM-ARQUIVO
           DISPLAY "Acordos registrados: " WS-TOTAL-LISTADOS.

       MOSTRAR-ACORDO.
           READ ACORDO-FILE NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   MOVE ACO-VALOR-TOTAL TO WS-VALOR-EDIT
                   DISPLAY ACO-NUMERO " " ACO-NOME-ALUNO " "
                       ACO-DATA " " ACO-QTDE-TITULOS " "
                       ACO-QTDE-PARCELAS " " WS-VALOR-EDIT " "
                       ACO-OPERADOR
                   ADD 1 TO WS-TOTAL-LISTADOS
           END-READ.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANACORD" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANACORD.
