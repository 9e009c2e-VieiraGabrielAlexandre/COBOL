      ******************************************************************
      * Author:
      * Date:
      * Purpose: Avisos diarios para o gateway corporativo de e-mail e
      *          SMS - passo da cadeia noturna que procura os prazos
      *          que hoje so aparecem para quem abre a tela certa:
      *          senha de operador vencendo (OPERADOR-SENHA-DATA
      *          contra o parametro SENHADIA, com a antecedencia do
      *          parametro AVISENHA), folha da ultima competencia sem
      *          aprovacao em APROVFOL, alteracao do cadastro parada no
      *          PENDENTE, pedido aberto depois da PED-DATA-PREVISTA,
      *          lote vencido ou dentro do horizonte VENCDIAS e noite
      *          com falha no HISTBAT. Cada situacao vira, para cada
      *          destinatario ativo da lista do seu tipo (DESTINOS,
      *          REGDST.cpy, mantida em MANAVISO), uma linha na caixa
      *          de saida AVISOS.AAAAMMDD (data;hora;canal;destino;
      *          nome;tipo;referencia;assunto;mensagem) que o gateway
      *          recolhe. O controle AVISOCTL (REGAVI.cpy) guarda cada
      *          aviso: o aberto sai uma vez por dia ate alguem
      *          reconhece-lo em MANAVISO, o reconhecido nao sai mais,
      *          e o que deixou de acontecer e apagado.
      *          PROCNOT tambem o dispara logo depois de gravar uma
      *          noite com falha, para o aviso nao esperar a noite
      *          seguinte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISONOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERADOR-ID
               FILE STATUS IS WS-STATUS-OPER.
           SELECT FOLHA-DETALHE-FILE ASSIGN TO "FOLHADET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FDT.
           SELECT APROVACAO-FILE ASSIGN TO "FOLHAAPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-APF.
           SELECT PENDENTE-FILE ASSIGN TO "PENDENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-NUMERO
               FILE STATUS IS WS-STATUS-PEN.
           SELECT PEDIDO-FILE ASSIGN TO "PEDIDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WS-STATUS-PED.
           SELECT LOTE-FILE ASSIGN TO "LOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WS-STATUS-LOT.
           SELECT HISTORICO-FILE ASSIGN TO "HISTBAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST.
           SELECT DESTINO-FILE ASSIGN TO "DESTINOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DST-CHAVE
               FILE STATUS IS WS-STATUS-DST.
           SELECT AVISO-FILE ASSIGN TO "AVISOCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVI-CHAVE
               FILE STATUS IS WS-STATUS-AVI.
           SELECT SAIDA-FILE ASSIGN TO WS-NOME-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SAI.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-FILE.
           COPY "REGOPER.cpy".
       FD  FOLHA-DETALHE-FILE.
           COPY "REGFDET.cpy".
       FD  APROVACAO-FILE.
           COPY "REGAPF.cpy".
       FD  PENDENTE-FILE.
           COPY "REGPEND.cpy".
       FD  PEDIDO-FILE.
           COPY "REGPED.cpy".
       FD  LOTE-FILE.
           COPY "REGLOT.cpy".
       FD  HISTORICO-FILE.
       01  LINHA-HISTORICO         PIC X(81).
       FD  DESTINO-FILE.
           COPY "REGDST.cpy".
       FD  AVISO-FILE.
           COPY "REGAVI.cpy".
      * Caixa de saida do dia, separada por ";" com cabecalho, como o
      * indice CCHDIST do CONTRACH.
       FD  SAIDA-FILE.
       01  REGISTRO-SAIDA          PIC X(400).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-OPER      PIC X(02) VALUE SPACES.
       77  WS-STATUS-FDT       PIC X(02) VALUE SPACES.
       77  WS-STATUS-APF       PIC X(02) VALUE SPACES.
       77  WS-STATUS-PEN       PIC X(02) VALUE SPACES.
       77  WS-STATUS-PED       PIC X(02) VALUE SPACES.
       77  WS-STATUS-LOT       PIC X(02) VALUE SPACES.
       77  WS-STATUS-HIST      PIC X(02) VALUE SPACES.
       77  WS-STATUS-DST       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AVI       PIC X(02) VALUE SPACES.
       77  WS-STATUS-SAI       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-FIM-DESTINOS     PIC X(01) VALUE "N".
           88 FIM-DESTINOS         VALUE "S".
       77  WS-DESTINOS-ABERTO  PIC X(01) VALUE "N".
           88 DESTINOS-ABERTO      VALUE "S".
       77  WS-TEM-HISTORICO    PIC X(01) VALUE "N".
           88 TEM-HISTORICO        VALUE "S".
       77  WS-ACHOU-TIPO       PIC X(01) VALUE "N".
           88 ACHOU-TIPO           VALUE "S".
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-HOJE-ANO      PIC 9(04).
           03 WS-HOJE-MES      PIC 9(02).
           03 WS-HOJE-DIA      PIC 9(02).
       01  WS-DATA-SENHA       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-SENHA-R REDEFINES WS-DATA-SENHA.
           03 WS-SEN-ANO       PIC 9(04).
           03 WS-SEN-MES       PIC 9(02).
           03 WS-SEN-DIA       PIC 9(02).
       77  WS-HORA-AGORA       PIC 9(08) VALUE ZEROS.
      * Prazo da senha como no login de SistemaCadastro (parametro
      * SENHADIA), antecedencia do aviso (AVISENHA) e horizonte de
      * validade dos lotes como no RELVENC (VENCDIAS).
       77  WS-LIMITE-SENHA-DIAS PIC 9(04) VALUE 90.
       77  WS-ANTECEDENCIA-SENHA PIC 9(04) VALUE 7.
       77  WS-HORIZONTE-DIAS   PIC 9(03) VALUE 30.
       77  WS-PARAM-CODIGO     PIC X(08) VALUE SPACES.
       77  WS-PARAM-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77  WS-PARAM-RESULTADO  PIC X(01) VALUE "N".
       77  WS-DIAS-SENHA       PIC S9(06) VALUE ZERO.
       77  WS-DIAS-RESTANTES   PIC S9(06) VALUE ZERO.
       77  WS-DATA-LIMITE      PIC 9(08) VALUE ZEROS.
       77  WS-INDICE-DIA       PIC 9(03) VALUE ZERO.
      * Folha: a ultima competencia do FOLHADET e, por empregador,
      * " " sem folha, "F" com folha e "A" com folha aprovada.
       77  WS-ULTIMA-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  WS-EMPREGADOR-LINHA PIC 9(02) VALUE ZEROS.
       77  WS-INDICE-EMP       PIC 9(03) VALUE ZERO.
       01  TABELA-FOLHA-EMPREGADOR.
           03 TAB-FOLHA-EMPR   PIC X(01) OCCURS 99 TIMES.
       77  WS-ACAO-PENDENCIA   PIC X(09) VALUE SPACES.
       77  WS-PASSO-FALHA      PIC 9(02) VALUE ZERO.
       77  WS-INDICE-RC        PIC 9(02) VALUE ZERO.
      * Situacao encontrada pela verificacao do tipo, ja com o texto
      * do aviso. Os textos nao levam ";" (separador da caixa de
      * saida) nem dois espacos seguidos (fim do campo na linha).
       01  WS-EVT-TIPO         PIC X(08) VALUE SPACES.
       01  WS-EVT-REFERENCIA   PIC X(20) VALUE SPACES.
       01  WS-EVT-ASSUNTO      PIC X(60) VALUE SPACES.
      * 160 posicoes - cabe numa mensagem de SMS.
       01  WS-EVT-MENSAGEM     PIC X(160) VALUE SPACES.
       77  WS-ENVIADAS-AVISO   PIC 9(03) VALUE ZERO.
      * Tipo que foi de fato verificado nesta noite (mesma ordem de
      * TABAVI.cpy) - so o controle dele pode ser encerrado por nao
      * ter aparecido; com a fonte indisponivel o aviso fica como
      * esta.
       01  TABELA-VERIFICADOS.
           03 TAB-VERIFICADO   PIC X(01) OCCURS 6 TIMES VALUE "N".
       77  WS-INDICE-TIPO      PIC 9(02) VALUE ZERO.
       77  WS-QTDE-TIPOS       PIC 9(02) VALUE 6.
       77  WS-TOTAL-SITUACOES  PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-NOVOS      PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-REPETIDOS  PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-SILENCIADOS PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-SEM-DESTINO PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-MENSAGENS  PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-ENCERRADOS PIC 9(05) VALUE ZERO.
       77  WS-FONTE-FALHOU     PIC X(01) VALUE "N".
           88 FONTE-FALHOU         VALUE "S".
      * AVISOS.AAAAMMDD - uma caixa de saida por dia.
       01  WS-NOME-SAIDA.
           03 FILLER           PIC X(07) VALUE "AVISOS.".
           03 WS-SAI-DATA      PIC 9(08) VALUE ZEROS.
      * Numero e data editados para dentro do texto do aviso.
       77  WS-NUMERO           PIC 9(07) VALUE ZERO.
       01  WS-NUMERO-EDIT      PIC Z(06)9.
       77  WS-INICIO-NUMERO    PIC 9(02) VALUE ZERO.
       01  WS-NUMERO-TEXTO     PIC X(07) VALUE SPACES.
       01  WS-QTDE-TEXTO       PIC X(07) VALUE SPACES.
       01  WS-DATA-AUX         PIC 9(08) VALUE ZEROS.
       01  WS-DATA-EDIT.
           03 WS-DATA-DIA      PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DATA-MES      PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DATA-ANO      PIC 9(04).
           COPY "TABAVI.cpy".
      * Registro de historico montado em WORKING-STORAGE, como em
      * PROCNOT e PAINEL.
           COPY "REGHIST.cpy".
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== AVISOS DIARIOS =====".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM LER-PARAMETROS.
           PERFORM ABRIR-CONTROLE.
           PERFORM ABRIR-SAIDA.
           PERFORM ABRIR-DESTINOS.
           PERFORM VERIFICAR-SENHAS.
           PERFORM VERIFICAR-FOLHA.
           PERFORM VERIFICAR-PENDENCIAS.
           PERFORM VERIFICAR-PEDIDOS.
           PERFORM VERIFICAR-LOTES.
           PERFORM VERIFICAR-NOITE.
           PERFORM ENCERRAR-AVISOS-RESOLVIDOS.
           IF DESTINOS-ABERTO
               CLOSE DESTINO-FILE
           END-IF
           CLOSE SAIDA-FILE.
           CLOSE AVISO-FILE.
           DISPLAY "Situacoes encontradas......: " WS-TOTAL-SITUACOES.
           DISPLAY "  avisos novos.............: " WS-TOTAL-NOVOS.
           DISPLAY "  reenviados (abertos).....: " WS-TOTAL-REPETIDOS.
           DISPLAY "  ja reconhecidos (calados): "
               WS-TOTAL-SILENCIADOS.
           DISPLAY "  sem destinatario na lista: "
               WS-TOTAL-SEM-DESTINO.
           DISPLAY "Mensagens na caixa de saida: " WS-TOTAL-MENSAGENS
               " (" WS-NOME-SAIDA ")".
           DISPLAY "Avisos encerrados..........: " WS-TOTAL-ENCERRADOS.
      * Fonte indisponivel nao para a noite, mas fica no RC do passo.
           IF FONTE-FALHOU
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "===== FIM DOS AVISOS DIARIOS =====".
           STOP RUN.

       LER-PARAMETROS.
           MOVE "SENHADIA" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-LIMITE-SENHA-DIAS
           END-IF
           MOVE "AVISENHA" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-ANTECEDENCIA-SENHA
           END-IF
           MOVE "VENCDIAS" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-HORIZONTE-DIAS
           END-IF.

       ABRIR-CONTROLE.
           OPEN I-O AVISO-FILE
           IF WS-STATUS-AVI = "35"
               OPEN OUTPUT AVISO-FILE
               CLOSE AVISO-FILE
               OPEN I-O AVISO-FILE
           END-IF
           IF WS-STATUS-AVI NOT = "00"
               MOVE "AVISOCTL" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-AVI TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "*** CONTROLE DE AVISOS (AVISOCTL) INDISPONIVEL "
                   "- STATUS " WS-STATUS-AVI " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Segunda execucao no mesmo dia (noite com falha e depois a
      * retomada) continua a caixa do dia; o cabecalho so na criacao.
       ABRIR-SAIDA.
           MOVE WS-DATA-HOJE TO WS-SAI-DATA
           OPEN EXTEND SAIDA-FILE
           IF WS-STATUS-SAI NOT = "00"
               OPEN OUTPUT SAIDA-FILE
               IF WS-STATUS-SAI = "00"
                   MOVE SPACES TO REGISTRO-SAIDA
                   STRING "DATA;HORA;CANAL;DESTINO;NOME;TIPO;"
                       "REFERENCIA;ASSUNTO;MENSAGEM"
                       DELIMITED BY SIZE INTO REGISTRO-SAIDA
                   WRITE REGISTRO-SAIDA
               END-IF
           END-IF
           IF WS-STATUS-SAI NOT = "00"
               MOVE WS-NOME-SAIDA TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-SAI TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "*** CAIXA DE SAIDA " WS-NOME-SAIDA
                   " INDISPONIVEL - STATUS " WS-STATUS-SAI " ***"
               CLOSE AVISO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Sem lista nenhuma os avisos ficam registrados no controle e
      * saem na primeira noite depois que a lista for cadastrada.
       ABRIR-DESTINOS.
           MOVE "N" TO WS-DESTINOS-ABERTO
           OPEN INPUT DESTINO-FILE
           IF WS-STATUS-DST = "00"
               SET DESTINOS-ABERTO TO TRUE
           ELSE
               IF WS-STATUS-DST NOT = "35"
                   MOVE "DESTINOS" TO ERR-ARQUIVO
                   MOVE "OPEN" TO ERR-OPERACAO
                   MOVE WS-STATUS-DST TO ERR-STATUS
                   PERFORM REGISTRAR-ERRO-IO
                   SET FONTE-FALHOU TO TRUE
               END-IF
               DISPLAY "Listas de destinatarios (DESTINOS) "
                   "indisponiveis - avisos registrados sem envio"
           END-IF.

      ******************************************************************
      * Verificacoes - uma por tipo de TABAVI.cpy. Arquivo que ainda
      * nao existe (status 35) e verificacao feita sem situacao; outra
      * falha na abertura deixa o tipo sem verificar nesta noite.
      ******************************************************************

      * Mesma conta de dias do login de SistemaCadastro. Senha nunca
      * trocada ou marcada para troca ja e cobrada no proximo login.
       VERIFICAR-SENHAS.
           OPEN INPUT OPERADOR-FILE
           IF WS-STATUS-OPER = "00"
               MOVE "S" TO TAB-VERIFICADO(1)
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM LER-PROXIMO-OPERADOR
               PERFORM AVALIAR-SENHA UNTIL FIM-ARQUIVO
               CLOSE OPERADOR-FILE
           ELSE
               MOVE "OPERADOR" TO ERR-ARQUIVO
               PERFORM REGISTRAR-FONTE-INDISPONIVEL
           END-IF.

       LER-PROXIMO-OPERADOR.
           READ OPERADOR-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       AVALIAR-SENHA.
           IF OPERADOR-ATIVO AND NOT TROCA-OBRIGATORIA
                   AND OPERADOR-SENHA-DATA IS NUMERIC
                   AND OPERADOR-SENHA-DATA > ZEROS
               MOVE OPERADOR-SENHA-DATA TO WS-DATA-SENHA
               COMPUTE WS-DIAS-SENHA =
                   (WS-HOJE-ANO - WS-SEN-ANO) * 365
                   + (WS-HOJE-MES - WS-SEN-MES) * 30
                   + (WS-HOJE-DIA - WS-SEN-DIA)
               COMPUTE WS-DIAS-RESTANTES =
                   WS-LIMITE-SENHA-DIAS - WS-DIAS-SENHA
               IF WS-DIAS-RESTANTES <= WS-ANTECEDENCIA-SENHA
                   PERFORM MONTAR-AVISO-SENHA
                   PERFORM REGISTRAR-SITUACAO
               END-IF
           END-IF
           PERFORM LER-PROXIMO-OPERADOR.

      * A data da senha entra na referencia: trocada a senha, o ciclo
      * seguinte e outro aviso.
       MONTAR-AVISO-SENHA.
           MOVE "SENHA" TO WS-EVT-TIPO
           MOVE SPACES TO WS-EVT-REFERENCIA
           STRING OPERADOR-ID OPERADOR-SENHA-DATA
               DELIMITED BY SIZE INTO WS-EVT-REFERENCIA
           MOVE SPACES TO WS-EVT-ASSUNTO
           IF WS-DIAS-RESTANTES > ZERO
               MOVE WS-DIAS-RESTANTES TO WS-NUMERO
               PERFORM EDITAR-NUMERO
               STRING "Senha do operador " DELIMITED BY SIZE
                   OPERADOR-ID DELIMITED BY SPACE
                   " vence em " DELIMITED BY SIZE
                   WS-NUMERO-TEXTO DELIMITED BY SPACE
                   " dia(s)" DELIMITED BY SIZE
                   INTO WS-EVT-ASSUNTO
           ELSE
               COMPUTE WS-NUMERO = ZERO - WS-DIAS-RESTANTES
               PERFORM EDITAR-NUMERO
               STRING "Senha do operador " DELIMITED BY SIZE
                   OPERADOR-ID DELIMITED BY SPACE
                   " vencida ha " DELIMITED BY SIZE
                   WS-NUMERO-TEXTO DELIMITED BY SPACE
                   " dia(s)" DELIMITED BY SIZE
                   INTO WS-EVT-ASSUNTO
           END-IF
           MOVE OPERADOR-SENHA-DATA TO WS-DATA-AUX
           PERFORM EDITAR-DATA
           MOVE WS-LIMITE-SENHA-DIAS TO WS-NUMERO
           PERFORM EDITAR-NUMERO
           MOVE SPACES TO WS-EVT-MENSAGEM
           STRING "O operador " DELIMITED BY SIZE
               OPERADOR-ID DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               OPERADOR-NOME DELIMITED BY "  "
               ") trocou a senha em " WS-DATA-EDIT
               " e o prazo e de " DELIMITED BY SIZE
               WS-NUMERO-TEXTO DELIMITED BY SPACE
               " dias - trocar pelo menu (opcao 0) de "
               "SistemaCadastro." DELIMITED BY SIZE
               INTO WS-EVT-MENSAGEM.

      * So a ultima competencia do FOLHADET - a folha que acabou de
      * sair; as antigas sem aprovacao sao de antes do APROVFOL.
       VERIFICAR-FOLHA.
           MOVE ZEROS TO WS-ULTIMA-COMPETENCIA
           MOVE SPACES TO TABELA-FOLHA-EMPREGADOR
           OPEN INPUT FOLHA-DETALHE-FILE
           IF WS-STATUS-FDT = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM LER-PROXIMO-DETALHE
               PERFORM ACHAR-ULTIMA-COMPETENCIA UNTIL FIM-ARQUIVO
               CLOSE FOLHA-DETALHE-FILE
               OPEN INPUT FOLHA-DETALHE-FILE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM LER-PROXIMO-DETALHE
               PERFORM MARCAR-FOLHA-EMPREGADOR UNTIL FIM-ARQUIVO
               CLOSE FOLHA-DETALHE-FILE
               PERFORM MARCAR-FOLHAS-APROVADAS
           ELSE
               MOVE "FOLHADET" TO ERR-ARQUIVO
               MOVE WS-STATUS-FDT TO WS-STATUS-OPER
               PERFORM REGISTRAR-FONTE-INDISPONIVEL
           END-IF
           IF WS-STATUS-FDT = "00" OR WS-STATUS-FDT = "10"
                   OR WS-STATUS-FDT = "35"
               MOVE "S" TO TAB-VERIFICADO(2)
               PERFORM AVALIAR-FOLHA-EMPREGADOR
                   VARYING WS-INDICE-EMP FROM 1 BY 1
                   UNTIL WS-INDICE-EMP > 99
           END-IF.

       LER-PROXIMO-DETALHE.
           READ FOLHA-DETALHE-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       ACHAR-ULTIMA-COMPETENCIA.
           IF FDET-COMPETENCIA IS NUMERIC
                   AND FDET-COMPETENCIA > WS-ULTIMA-COMPETENCIA
               MOVE FDET-COMPETENCIA TO WS-ULTIMA-COMPETENCIA
           END-IF
           PERFORM LER-PROXIMO-DETALHE.

      * Linha gravada antes do campo de empregador e do 01, como em
      * APROVFOL.
       MARCAR-FOLHA-EMPREGADOR.
           IF FDET-COMPETENCIA = WS-ULTIMA-COMPETENCIA
               MOVE FDET-EMPREGADOR TO WS-EMPREGADOR-LINHA
               IF WS-EMPREGADOR-LINHA IS NOT NUMERIC
                       OR WS-EMPREGADOR-LINHA = ZEROS
                   MOVE 01 TO WS-EMPREGADOR-LINHA
               END-IF
               MOVE "F" TO TAB-FOLHA-EMPR(WS-EMPREGADOR-LINHA)
           END-IF
           PERFORM LER-PROXIMO-DETALHE.

       MARCAR-FOLHAS-APROVADAS.
           OPEN INPUT APROVACAO-FILE
           IF WS-STATUS-APF = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM LER-PROXIMA-APROVACAO
               PERFORM MARCAR-APROVACAO UNTIL FIM-ARQUIVO
               CLOSE APROVACAO-FILE
           END-IF.

       LER-PROXIMA-APROVACAO.
           READ APROVACAO-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       MARCAR-APROVACAO.
           IF APF-COMPETENCIA = WS-ULTIMA-COMPETENCIA AND APF-APROVADA
               MOVE APF-EMPREGADOR TO WS-EMPREGADOR-LINHA
               IF WS-EMPREGADOR-LINHA IS NOT NUMERIC
                       OR WS-EMPREGADOR-LINHA = ZEROS
                   MOVE 01 TO WS-EMPREGADOR-LINHA
               END-IF
               IF TAB-FOLHA-EMPR(WS-EMPREGADOR-LINHA) = "F"
                   MOVE "A" TO TAB-FOLHA-EMPR(WS-EMPREGADOR-LINHA)
               END-IF
           END-IF
           PERFORM LER-PROXIMA-APROVACAO.

       AVALIAR-FOLHA-EMPREGADOR.
           IF TAB-FOLHA-EMPR(WS-INDICE-EMP) = "F"
               MOVE WS-INDICE-EMP TO WS-EMPREGADOR-LINHA
               MOVE "FOLHA" TO WS-EVT-TIPO
               MOVE SPACES TO WS-EVT-REFERENCIA
               STRING WS-ULTIMA-COMPETENCIA WS-EMPREGADOR-LINHA
                   DELIMITED BY SIZE INTO WS-EVT-REFERENCIA
               MOVE SPACES TO WS-EVT-ASSUNTO
               STRING "Folha " WS-ULTIMA-COMPETENCIA
                   " do empregador " WS-EMPREGADOR-LINHA
                   " aguardando aprovacao"
                   DELIMITED BY SIZE INTO WS-EVT-ASSUNTO
               MOVE SPACES TO WS-EVT-MENSAGEM
               STRING "Os contracheques da competencia "
                   WS-ULTIMA-COMPETENCIA " do empregador "
                   WS-EMPREGADOR-LINHA " foram gerados e a folha "
                   "ainda nao foi aprovada em APROVFOL - a remessa "
                   "ao banco continua bloqueada."
                   DELIMITED BY SIZE INTO WS-EVT-MENSAGEM
               PERFORM REGISTRAR-SITUACAO
           END-IF.

       VERIFICAR-PENDENCIAS.
           OPEN INPUT PENDENTE-FILE
           IF WS-STATUS-PEN = "00"
               MOVE "S" TO TAB-VERIFICADO(3)
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM LER-PROXIMA-PENDENCIA
               PERFORM AVALIAR-PENDENCIA UNTIL FIM-ARQUIVO
               CLOSE PENDENTE-FILE
           ELSE
               MOVE "PENDENTE" TO ERR-ARQUIVO
               MOVE WS-STATUS-PEN TO WS-STATUS-OPER
               PERFORM REGISTRAR-FONTE-INDISPONIVEL
               IF WS-STATUS-PEN = "35"
                   MOVE "S" TO TAB-VERIFICADO(3)
               END-IF
           END-IF.

       LER-PROXIMA-PENDENCIA.
           READ PENDENTE-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       AVALIAR-PENDENCIA.
           IF PEN-PENDENTE
               MOVE "PENDENTE" TO WS-EVT-TIPO
               MOVE SPACES TO WS-EVT-REFERENCIA
               MOVE PEN-NUMERO TO WS-EVT-REFERENCIA
               MOVE SPACES TO WS-EVT-ASSUNTO
               STRING "Pendencia " PEN-NUMERO " da matricula "
                   PEN-MATRICULA " aguardando aprovacao"
                   DELIMITED BY SIZE INTO WS-EVT-ASSUNTO
               MOVE PEN-DATA TO WS-DATA-AUX
               PERFORM EDITAR-DATA
               IF PEN-INCLUSAO
                   MOVE "inclusao" TO WS-ACAO-PENDENCIA
               ELSE
                   MOVE "alteracao" TO WS-ACAO-PENDENCIA
               END-IF
               MOVE SPACES TO WS-EVT-MENSAGEM
               STRING "A " DELIMITED BY SIZE
                   WS-ACAO-PENDENCIA DELIMITED BY SPACE
                   " da matricula " PEN-MATRICULA
                   " lancada por " DELIMITED BY SIZE
                   PEN-OPERADOR DELIMITED BY SPACE
                   " em " WS-DATA-EDIT " (pendencia " PEN-NUMERO
                   ") aguarda o supervisor em APROVPEN."
                   DELIMITED BY SIZE INTO WS-EVT-MENSAGEM
               PERFORM REGISTRAR-SITUACAO
           END-IF
           PERFORM LER-PROXIMA-PENDENCIA.

      * Mesmo criterio do RELPEDF: aberto e com a chegada prometida
      * ja passada.
       VERIFICAR-PEDIDOS.
           OPEN INPUT PEDIDO-FILE
           IF WS-STATUS-PED = "00"
               MOVE "S" TO TAB-VERIFICADO(4)
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM LER-PROXIMO-PEDIDO
               PERFORM AVALIAR-PEDIDO UNTIL FIM-ARQUIVO
               CLOSE PEDIDO-FILE
           ELSE
               MOVE "PEDIDOS" TO ERR-ARQUIVO
               MOVE WS-STATUS-PED TO WS-STATUS-OPER
               PERFORM REGISTRAR-FONTE-INDISPONIVEL
               IF WS-STATUS-PED = "35"
                   MOVE "S" TO TAB-VERIFICADO(4)
               END-IF
           END-IF.

       LER-PROXIMO-PEDIDO.
           READ PEDIDO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       AVALIAR-PEDIDO.
           IF PED-ABERTO AND PED-DATA-PREVISTA > ZEROS
                   AND PED-DATA-PREVISTA < WS-DATA-HOJE
               MOVE "PEDIDOS" TO WS-EVT-TIPO
               MOVE SPACES TO WS-EVT-REFERENCIA
               MOVE PED-NUMERO TO WS-EVT-REFERENCIA
               MOVE SPACES TO WS-EVT-ASSUNTO
               STRING "Pedido " PED-NUMERO " com entrega atrasada"
                   DELIMITED BY SIZE INTO WS-EVT-ASSUNTO
               MOVE PED-DATA-PREVISTA TO WS-DATA-AUX
               PERFORM EDITAR-DATA
               MOVE PED-QUANTIDADE TO WS-NUMERO
               PERFORM EDITAR-NUMERO
               MOVE SPACES TO WS-EVT-MENSAGEM
               STRING "O pedido " PED-NUMERO " do item "
                   PED-ITEM-CODIGO " (fornecedor " PED-FORNECEDOR
                   " quantidade " DELIMITED BY SIZE
                   WS-NUMERO-TEXTO DELIMITED BY SPACE
                   ") tinha chegada prevista para " WS-DATA-EDIT
                   " e segue em aberto - cobrar o fornecedor "
                   "(RELPEDF)." DELIMITED BY SIZE
                   INTO WS-EVT-MENSAGEM
               PERFORM REGISTRAR-SITUACAO
           END-IF
           PERFORM LER-PROXIMO-PEDIDO.

      * Mesmo horizonte e mesmo criterio do RELVENC.
       VERIFICAR-LOTES.
           PERFORM CALCULAR-DATA-LIMITE
           OPEN INPUT LOTE-FILE
           IF WS-STATUS-LOT = "00"
               MOVE "S" TO TAB-VERIFICADO(5)
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM LER-PROXIMO-LOTE
               PERFORM AVALIAR-LOTE UNTIL FIM-ARQUIVO
               CLOSE LOTE-FILE
           ELSE
               MOVE "LOTES" TO ERR-ARQUIVO
               MOVE WS-STATUS-LOT TO WS-STATUS-OPER
               PERFORM REGISTRAR-FONTE-INDISPONIVEL
               IF WS-STATUS-LOT = "35"
                   MOVE "S" TO TAB-VERIFICADO(5)
               END-IF
           END-IF.

      * Avanca o limite dia a dia com virada simples de mes/ano, como
      * no RELVENC.
       CALCULAR-DATA-LIMITE.
           MOVE WS-DATA-HOJE TO WS-DATA-LIMITE
           PERFORM AVANCAR-DIA-LIMITE
               VARYING WS-INDICE-DIA FROM 1 BY 1
               UNTIL WS-INDICE-DIA > WS-HORIZONTE-DIAS.

       AVANCAR-DIA-LIMITE.
           ADD 1 TO WS-DATA-LIMITE
           IF WS-DATA-LIMITE (7:2) > "31"
               COMPUTE WS-DATA-LIMITE = WS-DATA-LIMITE - 31 + 100
           END-IF
           IF WS-DATA-LIMITE (5:2) > "12"
               COMPUTE WS-DATA-LIMITE =
                   WS-DATA-LIMITE - 1200 + 10000
           END-IF.

       LER-PROXIMO-LOTE.
           READ LOTE-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       AVALIAR-LOTE.
           IF LOT-ATIVO AND LOT-QUANTIDADE > ZERO
                   AND LOT-VALIDADE NOT = ZEROS
                   AND LOT-VALIDADE <= WS-DATA-LIMITE
               MOVE "LOTES" TO WS-EVT-TIPO
               MOVE SPACES TO WS-EVT-REFERENCIA
               MOVE LOT-CHAVE TO WS-EVT-REFERENCIA
               MOVE LOT-VALIDADE TO WS-DATA-AUX
               PERFORM EDITAR-DATA
               MOVE SPACES TO WS-EVT-ASSUNTO
               IF LOT-VALIDADE < WS-DATA-HOJE
                   STRING "Lote " DELIMITED BY SIZE
                       LOT-NUMERO DELIMITED BY SPACE
                       " do item " LOT-ITEM-CODIGO " venceu em "
                       WS-DATA-EDIT DELIMITED BY SIZE
                       INTO WS-EVT-ASSUNTO
               ELSE
                   STRING "Lote " DELIMITED BY SIZE
                       LOT-NUMERO DELIMITED BY SPACE
                       " do item " LOT-ITEM-CODIGO " vence em "
                       WS-DATA-EDIT DELIMITED BY SIZE
                       INTO WS-EVT-ASSUNTO
               END-IF
               MOVE LOT-QUANTIDADE TO WS-NUMERO
               PERFORM EDITAR-NUMERO
               MOVE WS-NUMERO-TEXTO TO WS-QTDE-TEXTO
               MOVE WS-HORIZONTE-DIAS TO WS-NUMERO
               PERFORM EDITAR-NUMERO
               MOVE SPACES TO WS-EVT-MENSAGEM
               STRING "O lote " DELIMITED BY SIZE
                   LOT-NUMERO DELIMITED BY SPACE
                   " do item " LOT-ITEM-CODIGO " no almoxarifado "
                   LOT-LOCAL " tem saldo " DELIMITED BY SIZE
                   WS-QTDE-TEXTO DELIMITED BY SPACE
                   " e validade " WS-DATA-EDIT " (horizonte de "
                   DELIMITED BY SIZE
                   WS-NUMERO-TEXTO DELIMITED BY SPACE
                   " dias) - detalhe no RELVENC e baixa pelo "
                   "BAIXAVENC." DELIMITED BY SIZE
                   INTO WS-EVT-MENSAGEM
               PERFORM REGISTRAR-SITUACAO
           END-IF
           PERFORM LER-PROXIMO-LOTE.

      * Ultima linha do HISTBAT. Rodando como passo da noite, ela e a
      * submissao anterior; disparado pelo PROCNOT depois de uma
      * falha, e a propria noite que falhou.
       VERIFICAR-NOITE.
           MOVE "N" TO WS-TEM-HISTORICO
           OPEN INPUT HISTORICO-FILE
           IF WS-STATUS-HIST = "00"
               MOVE "S" TO TAB-VERIFICADO(6)
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM LER-PROXIMO-HISTORICO
               PERFORM GUARDAR-ULTIMO-HISTORICO UNTIL FIM-ARQUIVO
               CLOSE HISTORICO-FILE
           ELSE
               MOVE "HISTBAT" TO ERR-ARQUIVO
               MOVE WS-STATUS-HIST TO WS-STATUS-OPER
               PERFORM REGISTRAR-FONTE-INDISPONIVEL
               IF WS-STATUS-HIST = "35"
                   MOVE "S" TO TAB-VERIFICADO(6)
               END-IF
           END-IF
           IF TEM-HISTORICO AND HIST-COM-FALHA
               PERFORM MONTAR-AVISO-NOITE
               PERFORM REGISTRAR-SITUACAO
           END-IF.

       LER-PROXIMO-HISTORICO.
           READ HISTORICO-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       GUARDAR-ULTIMO-HISTORICO.
           MOVE LINHA-HISTORICO TO REGISTRO-HISTORICO
           SET TEM-HISTORICO TO TRUE
           PERFORM LER-PROXIMO-HISTORICO.

      * O passo culpado e o primeiro com RC de verdade - 998/999 sao
      * pulado e nao executado.
       MONTAR-AVISO-NOITE.
           MOVE ZERO TO WS-PASSO-FALHA
           PERFORM ACHAR-PASSO-FALHA
               VARYING WS-INDICE-RC FROM 1 BY 1
               UNTIL WS-INDICE-RC > 20 OR WS-PASSO-FALHA > ZERO
           MOVE "NOITE" TO WS-EVT-TIPO
           MOVE SPACES TO WS-EVT-REFERENCIA
           STRING HIST-DATA HIST-HORA-INICIO
               DELIMITED BY SIZE INTO WS-EVT-REFERENCIA
           MOVE HIST-DATA TO WS-DATA-AUX
           PERFORM EDITAR-DATA
           MOVE SPACES TO WS-EVT-ASSUNTO
           STRING "Processamento noturno de " WS-DATA-EDIT
               " com falha" DELIMITED BY SIZE INTO WS-EVT-ASSUNTO
           MOVE SPACES TO WS-EVT-MENSAGEM
           IF WS-PASSO-FALHA > ZERO
               STRING "A noite de " WS-DATA-EDIT " iniciada as "
                   HIST-HORA-INICIO(1:2) ":" HIST-HORA-INICIO(3:2)
                   " parou no passo " WS-PASSO-FALHA " (RC="
                   HIST-RC-PASSO(WS-PASSO-FALHA) ") - lock do batch "
                   "mantido - ver PAINEL e resubmeter o PROCNOT."
                   DELIMITED BY SIZE INTO WS-EVT-MENSAGEM
           ELSE
               STRING "A noite de " WS-DATA-EDIT " iniciada as "
                   HIST-HORA-INICIO(1:2) ":" HIST-HORA-INICIO(3:2)
                   " terminou com falha - lock do batch mantido - "
                   "ver PAINEL e resubmeter o PROCNOT."
                   DELIMITED BY SIZE INTO WS-EVT-MENSAGEM
           END-IF.

       ACHAR-PASSO-FALHA.
           IF HIST-RC-PASSO(WS-INDICE-RC) IS NUMERIC
                   AND HIST-RC-PASSO(WS-INDICE-RC) NOT = ZERO
                   AND HIST-RC-PASSO(WS-INDICE-RC) < 998
               MOVE WS-INDICE-RC TO WS-PASSO-FALHA
           END-IF.

      * Status 35 e o arquivo que ainda nao existe - nada a avisar;
      * o resto vai para o ERROLOG e para o RC do passo. Quem chama
      * deixa o status em WS-STATUS-OPER.
       REGISTRAR-FONTE-INDISPONIVEL.
           IF WS-STATUS-OPER NOT = "35"
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-OPER TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               SET FONTE-FALHOU TO TRUE
               DISPLAY "*** " ERR-ARQUIVO " INDISPONIVEL - STATUS "
                   WS-STATUS-OPER " - TIPO NAO VERIFICADO ***"
           END-IF.

      ******************************************************************
      * Controle e envio - a situacao achada abre o aviso ou atualiza
      * o que ja existe; so o aberto ainda nao enviado hoje sai.
      ******************************************************************
       REGISTRAR-SITUACAO.
           ADD 1 TO WS-TOTAL-SITUACOES
           MOVE WS-EVT-TIPO TO AVI-TIPO
           MOVE WS-EVT-REFERENCIA TO AVI-REFERENCIA
           READ AVISO-FILE
               INVALID KEY
                   PERFORM ABRIR-AVISO-NOVO
               NOT INVALID KEY
                   PERFORM ATUALIZAR-AVISO
           END-READ.

       ABRIR-AVISO-NOVO.
           MOVE SPACES TO REGISTRO-AVISO
           MOVE WS-EVT-TIPO TO AVI-TIPO
           MOVE WS-EVT-REFERENCIA TO AVI-REFERENCIA
           MOVE WS-EVT-ASSUNTO TO AVI-ASSUNTO
           SET AVI-ABERTO TO TRUE
           MOVE WS-DATA-HOJE TO AVI-DATA-PRIMEIRA
           MOVE WS-DATA-HOJE TO AVI-DATA-ULTIMA
           MOVE ZEROS TO AVI-DATA-ENVIO
           MOVE ZEROS TO AVI-ENVIOS
           MOVE ZEROS TO AVI-DATA-RECONHECIDO
           ADD 1 TO WS-TOTAL-NOVOS
           PERFORM ENVIAR-AVISO
           WRITE REGISTRO-AVISO
               INVALID KEY
                   MOVE "AVISOCTL" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-AVI TO ERR-STATUS
                   MOVE AVI-CHAVE TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
           END-WRITE.

      * O assunto e regravado - os dias que faltam mudam de uma noite
      * para outra.
       ATUALIZAR-AVISO.
           MOVE WS-DATA-HOJE TO AVI-DATA-ULTIMA
           MOVE WS-EVT-ASSUNTO TO AVI-ASSUNTO
           IF AVI-RECONHECIDO
               ADD 1 TO WS-TOTAL-SILENCIADOS
           ELSE
               IF AVI-DATA-ENVIO < WS-DATA-HOJE
                   ADD 1 TO WS-TOTAL-REPETIDOS
                   PERFORM ENVIAR-AVISO
               END-IF
           END-IF
           REWRITE REGISTRO-AVISO
               INVALID KEY
                   MOVE "AVISOCTL" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-AVI TO ERR-STATUS
                   MOVE AVI-CHAVE TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
           END-REWRITE.

      * Lista vazia nao conta como envio: o aviso segue pendente de
      * envio e sai na primeira noite com destinatario cadastrado.
       ENVIAR-AVISO.
           MOVE ZERO TO WS-ENVIADAS-AVISO
           IF DESTINOS-ABERTO
               MOVE WS-EVT-TIPO TO DST-LISTA
               MOVE ZEROS TO DST-SEQUENCIA
               MOVE "N" TO WS-FIM-DESTINOS
               START DESTINO-FILE KEY NOT < DST-CHAVE
                   INVALID KEY SET FIM-DESTINOS TO TRUE
               END-START
               IF NOT FIM-DESTINOS
                   PERFORM LER-PROXIMO-DESTINO
               END-IF
               PERFORM GRAVAR-MENSAGEM UNTIL FIM-DESTINOS
           END-IF
           IF WS-ENVIADAS-AVISO > ZERO
               MOVE WS-DATA-HOJE TO AVI-DATA-ENVIO
               ADD 1 TO AVI-ENVIOS
           ELSE
               ADD 1 TO WS-TOTAL-SEM-DESTINO
           END-IF.

       LER-PROXIMO-DESTINO.
           READ DESTINO-FILE NEXT RECORD
               AT END
                   SET FIM-DESTINOS TO TRUE
               NOT AT END
                   IF DST-LISTA NOT = WS-EVT-TIPO
                       SET FIM-DESTINOS TO TRUE
                   END-IF
           END-READ.

       GRAVAR-MENSAGEM.
           IF DST-RECEBE AND DST-ENDERECO NOT = SPACES
               MOVE SPACES TO REGISTRO-SAIDA
               STRING WS-DATA-HOJE ";" WS-HORA-AGORA(1:6) ";"
                   DST-CANAL ";" DELIMITED BY SIZE
                   DST-ENDERECO DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   DST-NOME DELIMITED BY "  "
                   ";" DELIMITED BY SIZE
                   WS-EVT-TIPO DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-EVT-REFERENCIA DELIMITED BY "  "
                   ";" DELIMITED BY SIZE
                   WS-EVT-ASSUNTO DELIMITED BY "  "
                   ";" DELIMITED BY SIZE
                   WS-EVT-MENSAGEM DELIMITED BY "  "
                   INTO REGISTRO-SAIDA
               WRITE REGISTRO-SAIDA
               IF WS-STATUS-SAI NOT = "00"
                   MOVE WS-NOME-SAIDA TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-SAI TO ERR-STATUS
                   MOVE AVI-CHAVE TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
               ELSE
                   ADD 1 TO WS-ENVIADAS-AVISO
                   ADD 1 TO WS-TOTAL-MENSAGENS
               END-IF
           END-IF
           PERFORM LER-PROXIMO-DESTINO.

      * Aviso de tipo verificado hoje que nao apareceu hoje acabou -
      * sai do controle, reconhecido ou nao.
       ENCERRAR-AVISOS-RESOLVIDOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO AVI-CHAVE
           START AVISO-FILE KEY NOT < AVI-CHAVE
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-AVISO
           END-IF
           PERFORM AVALIAR-ENCERRAMENTO UNTIL FIM-ARQUIVO.

       LER-PROXIMO-AVISO.
           READ AVISO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       AVALIAR-ENCERRAMENTO.
           IF AVI-DATA-ULTIMA < WS-DATA-HOJE
               PERFORM LOCALIZAR-TIPO
               IF ACHOU-TIPO
                   IF TAB-VERIFICADO(WS-INDICE-TIPO) = "S"
                       DELETE AVISO-FILE
                           INVALID KEY
                               MOVE "AVISOCTL" TO ERR-ARQUIVO
                               MOVE "DELETE" TO ERR-OPERACAO
                               MOVE WS-STATUS-AVI TO ERR-STATUS
                               MOVE AVI-CHAVE TO ERR-CHAVE
                               PERFORM REGISTRAR-ERRO-IO
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-ENCERRADOS
                       END-DELETE
                   END-IF
               END-IF
           END-IF
           PERFORM LER-PROXIMO-AVISO.

       LOCALIZAR-TIPO.
           MOVE "N" TO WS-ACHOU-TIPO
           PERFORM COMPARAR-TIPO
               VARYING WS-INDICE-TIPO FROM 1 BY 1
               UNTIL WS-INDICE-TIPO > WS-QTDE-TIPOS OR ACHOU-TIPO.

       COMPARAR-TIPO.
           IF TAB-AVI-CODIGO(WS-INDICE-TIPO) = AVI-TIPO
               SET ACHOU-TIPO TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-TIPO
           END-IF.

      * Numero sem os zeros/brancos da esquerda, para o texto.
       EDITAR-NUMERO.
           MOVE WS-NUMERO TO WS-NUMERO-EDIT
           MOVE 1 TO WS-INICIO-NUMERO
           PERFORM AVANCAR-INICIO-NUMERO
               UNTIL WS-NUMERO-EDIT(WS-INICIO-NUMERO:1) NOT = SPACE
           MOVE SPACES TO WS-NUMERO-TEXTO
           MOVE WS-NUMERO-EDIT(WS-INICIO-NUMERO:) TO WS-NUMERO-TEXTO.

       AVANCAR-INICIO-NUMERO.
           ADD 1 TO WS-INICIO-NUMERO.

       EDITAR-DATA.
           MOVE WS-DATA-AUX(7:2) TO WS-DATA-DIA
           MOVE WS-DATA-AUX(5:2) TO WS-DATA-MES
           MOVE WS-DATA-AUX(1:4) TO WS-DATA-ANO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "AVISONOT" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM AVISONOT.
