      *          data da ultima noite (SPOOLCAT), a quantidade de
      *          pendencias aguardando aprovacao (PENDENTE) e o aviso
      *          de critica de qualidade barrada (RC do passo do
      *          VALIDCAD), alem dos erros de E/S gravados no ERROLOG
      *          desde o inicio da ultima noite. Os passos levam o
      *          nome da tabela de passos (CTLPASSO), com os pulados
      *          pela tabela na noite marcados como tal. Uma noite com
      *          falha salta aos olhos aqui e no banner de login de
      *          SistemaCadastro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CATALOGO-FILE ASSIGN TO "SPOOLCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAT.
           SELECT PASSO-FILE ASSIGN TO "CTLPASSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAS-ORDEM
               FILE STATUS IS WS-STATUS-PASSO.
           SELECT PENDENTE-FILE ASSIGN TO "PENDENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-NUMERO
               FILE STATUS IS WS-STATUS-PEN.
           SELECT ERRO-FILE ASSIGN TO "ERROLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ERR.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE.
       01  LINHA-HISTORICO         PIC X(81).
       FD  LOCK-FILE.
       01  REGISTRO-LOCK           PIC X(01).
       FD  MARCA-FILE.
           03 CAT-LINHAS           PIC 9(06).
       FD  PENDENTE-FILE.
           COPY "REGPEND.cpy".
       FD  PASSO-FILE.
           COPY "REGPASSO.cpy".
       FD  ERRO-FILE.
           COPY "REGERRO.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-HIST      PIC X(02) VALUE SPACES.
       77  WS-STATUS-LOCK      PIC X(02) VALUE SPACES.
           88 TEM-HISTORICO        VALUE "S".
       77  WS-LOCK-ATIVO       PIC X(01) VALUE "N".
       77  WS-INDICE-RC        PIC 9(02) VALUE ZERO.
       77  WS-STATUS-PASSO     PIC X(02) VALUE SPACES.
       77  WS-TOTAL-SPOOLS     PIC 9(03) VALUE ZERO.
       77  WS-TOTAL-PENDENTES  PIC 9(04) VALUE ZERO.
       77  WS-STATUS-ERR       PIC X(02) VALUE SPACES.
       77  WS-TOTAL-ERROS      PIC 9(05) VALUE ZERO.
      * Data e hora de inicio da ultima noite lado a lado, para
      * comparar com data e hora do erro numa conta so.
       01  WS-CORTE-ERROS.
           03 WS-CORTE-DATA    PIC 9(08) VALUE ZEROS.
           03 WS-CORTE-HORA    PIC 9(06) VALUE ZEROS.
      * Nomes dos passos do PROCNOT, na ordem dos RCs do HISTBAT -
      * lidos do CTLPASSO; sem a tabela, os da sequencia padrao.
       01  TABELA-PASSOS.
           03 PASSO-NOME       PIC X(12) OCCURS 20 TIMES.
           COPY "PASSOPAD.cpy".
      * Registro de historico montado em WORKING-STORAGE, como em
      * PROCNOT e RELBATCH.
           COPY "REGHIST.cpy".
           PERFORM MOSTRAR-MARCA.
           PERFORM MOSTRAR-SPOOLS.
           PERFORM MOSTRAR-PENDENCIAS.
           PERFORM MOSTRAR-ERROS-IO.
           DISPLAY "================================================".
           STOP RUN.

               END-IF
               DISPLAY "Inicio " HIST-HORA-INICIO "  Fim "
                   HIST-HORA-FIM
               PERFORM CARREGAR-NOMES-PASSOS
               PERFORM MOSTRAR-RC-PASSO
                   VARYING WS-INDICE-RC FROM 1 BY 1
                   UNTIL WS-INDICE-RC > 20
           END-IF.

       LER-PROXIMO-HISTORICO.
           SET TEM-HISTORICO TO TRUE
           PERFORM LER-PROXIMO-HISTORICO.

      * A tabela de passos de hoje da o nome de cada posicao; sem o
      * CTLPASSO (noite de antes da tabela) valem os nomes da
      * sequencia padrao.
       CARREGAR-NOMES-PASSOS.
           MOVE SPACES TO TABELA-PASSOS
           PERFORM COPIAR-NOME-PADRAO
               VARYING WS-INDICE-RC FROM 1 BY 1
               UNTIL WS-INDICE-RC > 15
           OPEN INPUT PASSO-FILE
           IF WS-STATUS-PASSO = "00"
               MOVE SPACES TO TABELA-PASSOS
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM LER-PROXIMO-PASSO
               PERFORM GUARDAR-NOME-PASSO UNTIL FIM-ARQUIVO
               CLOSE PASSO-FILE
           END-IF.

       COPIAR-NOME-PADRAO.
           MOVE PAD-PROGRAMA(WS-INDICE-RC) TO PASSO-NOME(WS-INDICE-RC).

       LER-PROXIMO-PASSO.
           READ PASSO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       GUARDAR-NOME-PASSO.
           IF PAS-ORDEM >= 1 AND PAS-ORDEM <= 20
               MOVE PAS-PROGRAMA TO PASSO-NOME(PAS-ORDEM)
           END-IF
           PERFORM LER-PROXIMO-PASSO.

      * 999 = passo nao executado nesta submissao; 998 = passo pulado
      * pela tabela de passos (desabilitado ou fora do calendario); o
      * RC 8 do VALIDCAD e a critica de qualidade barrando o
      * fechamento. Linha de antes das 20 posicoes vem com espacos
      * nos passos novos. Posicao sem passo na tabela e sem RC nao
      * aparece.
       MOSTRAR-RC-PASSO.
           EVALUATE TRUE
               WHEN HIST-RC-PASSO(WS-INDICE-RC) NOT NUMERIC
                   IF PASSO-NOME(WS-INDICE-RC) NOT = SPACES
                       DISPLAY "  Passo " WS-INDICE-RC " "
                           PASSO-NOME(WS-INDICE-RC) " NAO EXECUTADO"
                   END-IF
               WHEN HIST-RC-PASSO(WS-INDICE-RC) = 999
                   IF PASSO-NOME(WS-INDICE-RC) NOT = SPACES
                       DISPLAY "  Passo " WS-INDICE-RC " "
                           PASSO-NOME(WS-INDICE-RC) " NAO EXECUTADO"
                   END-IF
               WHEN HIST-RC-PASSO(WS-INDICE-RC) = 998
                   DISPLAY "  Passo " WS-INDICE-RC " "
                       PASSO-NOME(WS-INDICE-RC)
                       " PULADO PELA TABELA DE PASSOS"
               WHEN HIST-RC-PASSO(WS-INDICE-RC) = ZERO
                   DISPLAY "  Passo " WS-INDICE-RC " "
                       PASSO-NOME(WS-INDICE-RC) " RC=000"
                   DISPLAY "  Passo " WS-INDICE-RC " "
                       PASSO-NOME(WS-INDICE-RC) " *** RC="
                       HIST-RC-PASSO(WS-INDICE-RC) " ***"
                   IF PASSO-NOME(WS-INDICE-RC) = "VALIDCAD"
                       DISPLAY "    (CRITICA DE QUALIDADE BARROU O "
                           "FECHAMENTO - VER VALIDCAD.ERR)"
                   END-IF
           END-IF
           PERFORM LER-PROXIMO-PENDENTE.

      * Erro novo e o gravado do inicio da ultima noite em diante -
      * pega os da cadeia noturna e os do online depois dela. Sem
      * noite registrada, conta o ERROLOG inteiro.
       MOSTRAR-ERROS-IO.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-TOTAL-ERROS
           MOVE ZEROS TO WS-CORTE-ERROS
           IF TEM-HISTORICO
               MOVE HIST-DATA TO WS-CORTE-DATA
               MOVE HIST-HORA-INICIO TO WS-CORTE-HORA
           END-IF
           OPEN INPUT ERRO-FILE
           IF WS-STATUS-ERR = "00"
               PERFORM LER-PROXIMO-ERRO
               PERFORM CONTAR-ERRO UNTIL FIM-ARQUIVO
               CLOSE ERRO-FILE
           END-IF
           IF WS-TOTAL-ERROS = ZERO
               DISPLAY "Erros de E/S novos...: 0"
           ELSE
               DISPLAY "Erros de E/S novos...: *** " WS-TOTAL-ERROS
                   " *** (detalhe em CONERRO)"
           END-IF.

       LER-PROXIMO-ERRO.
           READ ERRO-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       CONTAR-ERRO.
           IF ERR-DATA > WS-CORTE-DATA
               OR (ERR-DATA = WS-CORTE-DATA
                   AND ERR-HORA >= WS-CORTE-HORA)
               ADD 1 TO WS-TOTAL-ERROS
           END-IF
           PERFORM LER-PROXIMO-ERRO.

       END PROGRAM PAINEL.
