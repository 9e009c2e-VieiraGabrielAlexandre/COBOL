      *          inicio nao passado. Confirmar e acao de supervisor; o
      *          periodo confirmado e pago por CONTRACH no mes, com o
      *          adicional de um terco em linha propria do
      *          contracheque. Na readmissao (VINCMAT) em ate 60 dias
      *          do desligamento, sem ferias pagas no acerto, os meses
      *          do periodo aquisitivo incompleto da matricula anterior
      *          contam para o direito (CLT art. 133, I), e a listagem
      *          mostra tambem os periodos das matriculas anteriores.
      *          Chamado a partir do menu de cadastros complementares
      *          de SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-FUNCAO-DIAUTIL   PIC X(01) VALUE "V".
       77  WS-RESULTADO-DIAUTIL PIC X(01) VALUE "N".
       77  WS-INDICE-DIA       PIC 9(02) VALUE ZERO.
       01  WS-DIREITO-EM       PIC 9(08) VALUE ZEROS.
       01  WS-DIREITO-EM-R REDEFINES WS-DIREITO-EM.
           03 WS-DIR-ANO       PIC 9(04).
           03 WS-DIR-MES       PIC 9(02).
           03 WS-DIR-DIA       PIC 9(02).
      * Readmissao - passagem anterior da mesma pessoa (VINCMAT) e os
      * meses do periodo aquisitivo que ela deixou incompleto.
       77  WS-MATRICULA-VINCULO PIC 9(06) VALUE ZEROS.
       77  WS-INDICE-VIN       PIC 9(02) VALUE ZERO.
       77  WS-ACHOU-VIN        PIC X(01) VALUE "N".
           88 ACHOU-VIN            VALUE "S".
       77  WS-DIAS-RETORNO     PIC 9(02) VALUE 60.
       77  WS-MESES-ANTERIORES PIC S9(04) VALUE ZERO.
       77  WS-MESES-CREDITO    PIC 9(02) VALUE ZERO.
       77  WS-MESES-DIREITO    PIC 9(04) VALUE ZERO.
       01  WS-ANT-ADMISSAO     PIC 9(08) VALUE ZEROS.
       01  WS-ANT-ADMISSAO-R REDEFINES WS-ANT-ADMISSAO.
           03 WS-ANT-ADM-ANO   PIC 9(04).
           03 WS-ANT-ADM-MES   PIC 9(02).
           03 WS-ANT-ADM-DIA   PIC 9(02).
       01  WS-ANT-DESLIGAMENTO PIC 9(08) VALUE ZEROS.
       01  WS-ANT-DESLIGAMENTO-R REDEFINES WS-ANT-DESLIGAMENTO.
           03 WS-ANT-DES-ANO   PIC 9(04).
           03 WS-ANT-DES-MES   PIC 9(02).
           03 WS-ANT-DES-DIA   PIC 9(02).
           COPY "TABVIN.cpy".
       77  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-INICIO      PIC 9(08) VALUE ZEROS.
       01  WS-DATA-INICIO-R REDEFINES WS-DATA-INICIO.
       77  WS-RESTO-400        PIC 9(04) VALUE ZERO.
       77  WS-ANO-BISSEXTO     PIC X(01) VALUE "N".
           88 ANO-BISSEXTO         VALUE "S".
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       01  PERFIL-LOGADO       PIC X(01).
               OPEN I-O AGENDA-FILE
           END-IF
           IF WS-STATUS-AGF NOT = "00"
               MOVE "AGENDFER" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-AGF TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Agenda de ferias indisponivel - status "
                   WS-STATUS-AGF
               GOBACK
           END-IF
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro indisponivel - status " WS-STATUS-ARQ
               CLOSE AGENDA-FILE
               GOBACK
                   "pela carga antes de marcar ferias"
           ELSE
               COMPUTE WS-DIREITO-EM = DATA-ADMISSAO + 10000
               IF MATRICULA-ANTERIOR IS NUMERIC
                       AND MATRICULA-ANTERIOR NOT = ZEROS
                   PERFORM CREDITAR-PASSAGEM-ANTERIOR
               END-IF
               DISPLAY "Inicio (AAAAMMDD): " WITH NO ADVANCING
               ACCEPT WS-DATA-INICIO
               DISPLAY "Dias (1 a 30)....: " WITH NO ADVANCING
               PERFORM CRITICAR-PERIODO
           END-IF.

      * Readmitido ate 60 dias depois do desligamento, sem ferias pagas
      * no acerto, soma ao novo periodo aquisitivo os meses que ficaram
      * do anterior (CLT art. 133, I) - o direito chega mais cedo.
       CREDITAR-PASSAGEM-ANTERIOR.
           MOVE MATRICULA TO WS-MATRICULA-VINCULO
           CALL "VINCMAT" USING WS-MATRICULA-VINCULO, TABELA-VINCULOS
           MOVE "N" TO WS-ACHOU-VIN
           PERFORM COMPARAR-VINCULO
               VARYING WS-INDICE-VIN FROM 1 BY 1
               UNTIL WS-INDICE-VIN > VIN-QTDE OR ACHOU-VIN
           IF ACHOU-VIN AND WS-INDICE-VIN > 1
               SUBTRACT 1 FROM WS-INDICE-VIN
               IF VIN-DATA-DESLIGAMENTO(WS-INDICE-VIN) NOT = ZEROS
                       AND NOT VIN-ACERTO-PAGOU-FERIAS(WS-INDICE-VIN)
                   MOVE VIN-DATA-DESLIGAMENTO(WS-INDICE-VIN)
                       TO WS-DATA-FIM
                   PERFORM AVANCAR-DIA-CORRIDO
                       VARYING WS-INDICE-DIA FROM 1 BY 1
                       UNTIL WS-INDICE-DIA > WS-DIAS-RETORNO
                   IF DATA-ADMISSAO NOT > WS-DATA-FIM
                       PERFORM CALCULAR-CREDITO-FERIAS
                   END-IF
               END-IF
           END-IF.

       COMPARAR-VINCULO.
           IF VIN-MATRICULA(WS-INDICE-VIN) = MATRICULA
               SET ACHOU-VIN TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-VIN
           END-IF.

      * Meses completos da passagem anterior; o que passa de doze ja
      * foi periodo aquisitivo fechado (gozado ou pago no acerto). O
      * dia do direito que nao existe no mes (31, 29/02) vai para o
      * ultimo dia dele.
       CALCULAR-CREDITO-FERIAS.
           MOVE VIN-DATA-ADMISSAO(WS-INDICE-VIN) TO WS-ANT-ADMISSAO
           MOVE VIN-DATA-DESLIGAMENTO(WS-INDICE-VIN)
               TO WS-ANT-DESLIGAMENTO
           COMPUTE WS-MESES-ANTERIORES =
               (WS-ANT-DES-ANO - WS-ANT-ADM-ANO) * 12
               + WS-ANT-DES-MES - WS-ANT-ADM-MES
           IF WS-ANT-DES-DIA < WS-ANT-ADM-DIA
               SUBTRACT 1 FROM WS-MESES-ANTERIORES
           END-IF
           IF WS-MESES-ANTERIORES > ZERO
               DIVIDE WS-MESES-ANTERIORES BY 12 GIVING WS-QUOCIENTE
                   REMAINDER WS-MESES-CREDITO
               IF WS-MESES-CREDITO > ZERO
                   MOVE DATA-ADMISSAO TO WS-DIREITO-EM
                   COMPUTE WS-MESES-DIREITO =
                       WS-DIR-MES - 1 + 12 - WS-MESES-CREDITO
                   DIVIDE WS-MESES-DIREITO BY 12 GIVING WS-QUOCIENTE
                       REMAINDER WS-DIR-MES
                   ADD 1 TO WS-DIR-MES
                   ADD WS-QUOCIENTE TO WS-DIR-ANO
                   MOVE WS-DIREITO-EM TO WS-DATA-FIM
                   PERFORM CALCULAR-DIAS-MES
                   IF WS-DIR-DIA > WS-DIAS-MES
                       MOVE WS-DIAS-MES TO WS-DIR-DIA
                   END-IF
                   DISPLAY "Readmissao - " WS-MESES-CREDITO
                       " mes(es) da matricula "
                       VIN-MATRICULA(WS-INDICE-VIN)
                       " contam para o direito"
               END-IF
           END-IF.

       CRITICAR-PERIODO.
           MOVE "V" TO WS-FUNCAO-DIAUTIL
           CALL "DIAUTIL" USING WS-FUNCAO-DIAUTIL, WS-DATA-INICIO,
           SET AGF-MARCADA TO TRUE
           WRITE REGISTRO-AGENDA-FERIAS
               INVALID KEY
                   MOVE "AGENDFER" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-AGF TO ERR-STATUS
                   MOVE AGF-CHAVE TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar o periodo de ferias"
               NOT INVALID KEY
                   DISPLAY "Periodo marcado (sequencia "
                       SET AGF-CONFIRMADA TO TRUE
                       REWRITE REGISTRO-AGENDA-FERIAS
                           INVALID KEY
                               MOVE "AGENDFER" TO ERR-ARQUIVO
                               MOVE "REWRITE" TO ERR-OPERACAO
                               MOVE WS-STATUS-AGF TO ERR-STATUS
                               MOVE AGF-CHAVE TO ERR-CHAVE
                               PERFORM REGISTRAR-ERRO-IO
                               DISPLAY "Falha ao confirmar o periodo"
                           NOT INVALID KEY
                               DISPLAY "Periodo confirmado"
                   SET AGF-CANCELADA TO TRUE
                   REWRITE REGISTRO-AGENDA-FERIAS
                       INVALID KEY
                           MOVE "AGENDFER" TO ERR-ARQUIVO
                           MOVE "REWRITE" TO ERR-OPERACAO
                           MOVE WS-STATUS-AGF TO ERR-STATUS
                           MOVE AGF-CHAVE TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao cancelar o periodo"
                       NOT INVALID KEY
                           DISPLAY "Periodo cancelado"
                   DISPLAY "Periodo nao encontrado"
           END-READ.

      * Readmitido: os periodos das matriculas anteriores da mesma
      * pessoa aparecem junto, cada um sob a sua matricula.
       LISTAR-PERIODOS.
           DISPLAY "Matricula.......: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA-VINCULO.
           CALL "VINCMAT" USING WS-MATRICULA-VINCULO, TABELA-VINCULOS
           IF VIN-QTDE > 1
               PERFORM LISTAR-PERIODOS-VINCULO
                   VARYING WS-INDICE-VIN FROM 1 BY 1
                   UNTIL WS-INDICE-VIN > VIN-QTDE
           ELSE
               MOVE WS-MATRICULA-VINCULO TO WS-MATRICULA-ALVO
               PERFORM LISTAR-PERIODOS-MATRICULA
           END-IF.

       LISTAR-PERIODOS-VINCULO.
           MOVE VIN-MATRICULA(WS-INDICE-VIN) TO WS-MATRICULA-ALVO
           DISPLAY "Matricula " WS-MATRICULA-ALVO ":"
           PERFORM LISTAR-PERIODOS-MATRICULA.

       LISTAR-PERIODOS-MATRICULA.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE WS-MATRICULA-ALVO TO AGF-MATRICULA
           MOVE ZEROS TO AGF-SEQUENCIA
               SET FIM-ARQUIVO TO TRUE
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "AGENDFER" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM AGENDFER.
