      *          entra no arquivo - sai em REMESSA.EXC para o cadastro
      *          completar a conta. O retorno do banco e conferido por
      *          RETBANCO contra este mesmo arquivo (REMESSA.TXT).
      *          Cada empregador (EMPREGAD, via LEREMPR) tem a sua
      *          remessa, so com as pessoas dele e com o CNPJ e o
      *          convenio dele nos headers. O empregador 01 segue nos
      *          arquivos de sempre; os demais levam o codigo no nome
      *          (REMESSA.EE.TXT, REMESSA.EE.EXC, CHKREMES.EE,
      *          REMESCTL.EE e REMSEQCT.EE) - controle, sequencial e
      *          checkpoint sao de cada convenio. Quem escolheu PIX
      *          no DADOSBAN (canal P com chave) vai num segundo lote,
      *          forma de lancamento 45, com o segmento A pela camara
      *          PIX e o segmento B com a chave; esses detalhes sao
      *          guardados em REMPIX.TMP (REMPIX.EE.TMP) durante a
      *          geracao e copiados para o arquivo depois do trailer
      *          do lote de TED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
           SELECT REMESSA-FILE ASSIGN TO WS-NOME-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REM.
           SELECT BANCARIO-FILE ASSIGN TO "DADOSBAN"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAN-MATRICULA
               FILE STATUS IS WS-STATUS-BAN.
           SELECT EXCECAO-FILE ASSIGN TO WS-NOME-EXCECAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXC.
           SELECT PAGEXTRA-FILE ASSIGN TO "PAGEXTRA"
           SELECT APROVACAO-FILE ASSIGN TO "FOLHAAPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-APF.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-NOME-CHECKPOINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHK.
           SELECT CONTROLE-REM-FILE ASSIGN TO WS-NOME-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMC-COMPETENCIA
               FILE STATUS IS WS-STATUS-RMC.
           SELECT SEQUENCIAL-FILE ASSIGN TO WS-NOME-SEQUENCIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEQ.
           SELECT LOG-REMESSA-FILE ASSIGN TO "REMESSA.LOG"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERADOR-ID
               FILE STATUS IS WS-STATUS-OPER.
           SELECT PIX-TRABALHO-FILE ASSIGN TO WS-NOME-PIXTMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PIX.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  REMESSA-FILE.
       01  LINHA-REMESSA           PIC X(240).
      * Detalhes do lote PIX (segmentos A e B ja montados), na ordem
      * em que saem no arquivo.
       FD  PIX-TRABALHO-FILE.
       01  LINHA-PIX-TRABALHO      PIC X(240).
       FD  BANCARIO-FILE.
           COPY "REGBAN.cpy".
       FD  PAGEXTRA-FILE.
           03 CHK-SOMA-VALORES     PIC 9(16)V99.
           03 CHK-SEQUENCIAL       PIC 9(06).
           03 CHK-OPERADOR         PIC X(08).
           03 CHK-PIX-DETALHES     PIC 9(06).
           03 CHK-SOMA-PIX         PIC 9(16)V99.
       FD  CONTROLE-REM-FILE.
           COPY "REGRMC.cpy".
       FD  SEQUENCIAL-FILE.
           03 LOG-QUANTIDADE       PIC 9(06).
           03 FILLER               PIC X(01).
           03 LOG-VALOR            PIC 9(16)V99.
           03 FILLER               PIC X(01).
           03 LOG-EMPREGADOR       PIC 9(02).
       FD  OPERADOR-FILE.
           COPY "REGOPER.cpy".
       FD  EXCECAO-FILE.
       77  WS-REG-NO-ARQUIVO       PIC 9(06) VALUE ZERO.
       77  WS-DADOS-BANCARIOS-OK   PIC X(01) VALUE "N".
           88 DADOS-BANCARIOS-OK       VALUE "S".
       77  WS-CANAL-CREDITO        PIC X(01) VALUE "T".
           88 CREDITO-TED              VALUE "T".
           88 CREDITO-PIX              VALUE "P".
       77  WS-STATUS-PIX           PIC X(02) VALUE SPACES.
       77  WS-FIM-PIX              PIC X(01) VALUE "N".
           88 FIM-PIX                  VALUE "S".
       77  WS-NOME-PIXTMP          PIC X(16) VALUE "REMPIX.TMP".
       77  WS-TOTAL-PIX            PIC 9(06) VALUE ZERO.
       77  WS-SOMA-PIX             PIC 9(16)V99 VALUE ZEROS.
       77  WS-NUM-REGISTRO-PIX     PIC 9(05) VALUE ZERO.
       77  WS-QTDE-LOTES           PIC 9(01) VALUE 1.
       77  WS-EMPREGADOR-ALVO      PIC 9(02) VALUE ZEROS.
       77  WS-EMPREGADOR-LINHA     PIC 9(02) VALUE ZEROS.
       77  WS-RESULTADO-EMPR       PIC X(01) VALUE "N".
       77  WS-NOME-REMESSA         PIC X(16) VALUE "REMESSA.TXT".
       77  WS-NOME-EXCECAO         PIC X(16) VALUE "REMESSA.EXC".
       77  WS-NOME-CHECKPOINT      PIC X(16) VALUE "CHKREMES".
       77  WS-NOME-CONTROLE        PIC X(16) VALUE "REMESCTL".
       77  WS-NOME-SEQUENCIAL      PIC X(16) VALUE "REMSEQCT".
       77  WS-SEQUENCIAL-ARQUIVO   PIC 9(06) VALUE 000001.
       77  WS-STATUS-RMC           PIC X(02) VALUE SPACES.
       77  WS-STATUS-SEQ           PIC X(02) VALUE SPACES.
       77  WS-CONFIRMA             PIC X(01) VALUE SPACE.
       77  WS-GERACAO-LIBERADA     PIC X(01) VALUE "N".
           88 GERACAO-LIBERADA         VALUE "S".
      * Dados da empresa pagadora - CNPJ, razao social e o convenio
      * de salarios do empregador escolhido, que entram no header de
      * arquivo e no header de lote.
           COPY "REGEMP.cpy".
      * Registros CNAB 240 - header de arquivo (tipo 0), header de
      * lote (tipo 1), detalhe segmento A (tipo 3), segmento B da
      * chave PIX, trailer de lote (tipo 5) e trailer de arquivo
      * (tipo 9). Os campos que o convenio nao usa ficam como FILLER
      * no tamanho do padrao.
       01  CNAB-HEADER-ARQUIVO.
           03 HA-BANCO             PIC 9(03).
           03 HA-LOTE              PIC 9(04) VALUE ZEROS.
           03 DA-CPF-FAVORECIDO    PIC 9(14).
           03 FILLER               PIC X(09) VALUE SPACES.
           03 DA-OCORRENCIAS       PIC X(10) VALUE SPACES.
      * Forma de iniciacao do PIX: 01 telefone, 02 e-mail, 03 CPF,
      * 04 chave aleatoria.
       01  CNAB-SEGMENTO-B-PIX.
           03 DB-BANCO             PIC 9(03).
           03 DB-LOTE              PIC 9(04) VALUE 0002.
           03 DB-TIPO              PIC X(01) VALUE "3".
           03 DB-NUM-REGISTRO      PIC 9(05).
           03 DB-SEGMENTO          PIC X(01) VALUE "B".
           03 DB-FORMA-INICIACAO   PIC X(03).
           03 DB-TIPO-INSCRICAO    PIC 9(01) VALUE 1.
           03 DB-CPF-FAVORECIDO    PIC 9(14).
           03 DB-TXID              PIC X(35) VALUE SPACES.
           03 DB-INFORMACAO        PIC X(60) VALUE SPACES.
           03 DB-CHAVE-PIX         PIC X(99).
           03 FILLER               PIC X(06) VALUE SPACES.
           03 DB-ISPB              PIC X(08) VALUE SPACES.
       01  CNAB-TRAILER-LOTE.
           03 TL-BANCO             PIC 9(03).
           03 TL-LOTE              PIC 9(04) VALUE 0001.
           03 TA-QTDE-LOTES        PIC 9(06).
           03 TA-QTDE-REGISTROS    PIC 9(06).
           03 FILLER               PIC X(211) VALUE SPACES.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== GERACAO DA REMESSA BANCARIA (CNAB 240) "
           MOVE "P" TO WS-FUNCAO-DIAUTIL
           CALL "DIAUTIL" USING WS-FUNCAO-DIAUTIL, WS-DATA-PAGAMENTO,
               WS-RESULTADO-DIAUTIL
           PERFORM ESCOLHER-EMPREGADOR
           IF WS-RESULTADO-EMPR NOT = "S"
               DISPLAY "Empregador " WS-EMPREGADOR-ALVO
                   " nao cadastrado - remessa nao gerada"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * Portao de aprovacao: a competencia fechada precisa ter sido
      * revisada e aprovada pelo supervisor em APROVFOL - sem isso o
      * arquivo do banco nao e gerado.
           PERFORM VERIFICAR-APROVACAO-FOLHA
           IF NOT FOLHA-APROVADA
               DISPLAY "Competencia " WS-MES-FECHADO " do empregador "
                   WS-EMPREGADOR-ALVO " sem aprovacao da folha "
                   "(APROVFOL) - remessa nao gerada"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro ainda nao possui registros"
               MOVE 8 TO RETURN-CODE
               STOP RUN
                   OPEN OUTPUT EXCECAO-FILE
               END-IF
               OPEN EXTEND REMESSA-FILE
               OPEN EXTEND PIX-TRABALHO-FILE
               IF WS-STATUS-PIX NOT = "00"
                   OPEN OUTPUT PIX-TRABALHO-FILE
               END-IF
               MOVE WS-MATRICULA-RETOMADA TO MATRICULA
               START CADASTRO-FILE KEY > MATRICULA
                   INVALID KEY SET FIM-ARQUIVO TO TRUE
           ELSE
               OPEN OUTPUT EXCECAO-FILE
               OPEN OUTPUT REMESSA-FILE
               OPEN OUTPUT PIX-TRABALHO-FILE
               PERFORM GRAVAR-HEADER-ARQUIVO
               PERFORM GRAVAR-HEADER-LOTE
           END-IF
           PERFORM GRAVAR-DETALHE UNTIL FIM-ARQUIVO
           PERFORM PROCESSAR-FILA-EXTRA
           PERFORM GRAVAR-TRAILER-LOTE
           CLOSE PIX-TRABALHO-FILE
           IF WS-TOTAL-PIX > ZERO
               PERFORM GRAVAR-LOTE-PIX
           END-IF
           PERFORM GRAVAR-TRAILER-ARQUIVO
           PERFORM REGISTRAR-GERACAO
           PERFORM LIMPAR-CHECKPOINT
           PERFORM LIMPAR-TRABALHO-PIX
           CLOSE CADASTRO-FILE
           CLOSE REMESSA-FILE
           CLOSE BANCARIO-FILE
           CLOSE EXCECAO-FILE
           DISPLAY "Remessa gerada em " WS-NOME-REMESSA ": "
               WS-TOTAL-DETALHES " pagamento(s)"
           DISPLAY "Creditos por PIX (lote 2)....: " WS-TOTAL-PIX
           DISPLAY "Sem dados bancarios..........: "
               WS-TOTAL-SEM-BANCO " (ver " WS-NOME-EXCECAO ")"
           DISPLAY "Pagamentos extras da fila....: "
               WS-TOTAL-EXTRAS
           DISPLAY "===== FIM DA GERACAO DA REMESSA =====".
           STOP RUN.

      * Uma remessa por empregador - Enter ou zeros e o 01, a empresa
      * original, que continua nos nomes de arquivo de sempre.
       ESCOLHER-EMPREGADOR.
           DISPLAY "Empregador [01]......: " WITH NO ADVANCING
           ACCEPT WS-EMPREGADOR-ALVO
           IF WS-EMPREGADOR-ALVO IS NOT NUMERIC
                   OR WS-EMPREGADOR-ALVO = ZEROS
               MOVE 01 TO WS-EMPREGADOR-ALVO
           END-IF
           CALL "LEREMPR" USING WS-EMPREGADOR-ALVO, REGISTRO-EMPREGADOR,
               WS-RESULTADO-EMPR
           IF WS-RESULTADO-EMPR = "S"
               DISPLAY "Empresa pagadora.....: " EMP-RAZAO-SOCIAL
                   " CNPJ " EMP-CNPJ
               IF WS-EMPREGADOR-ALVO NOT = 01
                   PERFORM MONTAR-NOMES-ARQUIVOS
               END-IF
           END-IF.

       MONTAR-NOMES-ARQUIVOS.
           MOVE SPACES TO WS-NOME-REMESSA
           STRING "REMESSA." WS-EMPREGADOR-ALVO ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-REMESSA
           MOVE SPACES TO WS-NOME-EXCECAO
           STRING "REMESSA." WS-EMPREGADOR-ALVO ".EXC"
               DELIMITED BY SIZE INTO WS-NOME-EXCECAO
           MOVE SPACES TO WS-NOME-CHECKPOINT
           STRING "CHKREMES." WS-EMPREGADOR-ALVO
               DELIMITED BY SIZE INTO WS-NOME-CHECKPOINT
           MOVE SPACES TO WS-NOME-CONTROLE
           STRING "REMESCTL." WS-EMPREGADOR-ALVO
               DELIMITED BY SIZE INTO WS-NOME-CONTROLE
           MOVE SPACES TO WS-NOME-SEQUENCIAL
           STRING "REMSEQCT." WS-EMPREGADOR-ALVO
               DELIMITED BY SIZE INTO WS-NOME-SEQUENCIAL
           MOVE SPACES TO WS-NOME-PIXTMP
           STRING "REMPIX." WS-EMPREGADOR-ALVO ".TMP"
               DELIMITED BY SIZE INTO WS-NOME-PIXTMP.

      * Empregador gravado antes do campo (espacos ou zeros) e o 01.
       NORMALIZAR-EMPREGADOR-LINHA.
           IF WS-EMPREGADOR-LINHA IS NOT NUMERIC
                   OR WS-EMPREGADOR-LINHA = ZEROS
               MOVE 01 TO WS-EMPREGADOR-LINHA
           END-IF.

      * A competencia fechada sai dos seis primeiros digitos da data
      * completa, como em FECHMES e CONTRACH - aceitar a data direto
      * num 9(06) truncaria o seculo.
           END-READ.

       CONFERIR-APROVACAO.
           MOVE APF-EMPREGADOR TO WS-EMPREGADOR-LINHA
           PERFORM NORMALIZAR-EMPREGADOR-LINHA
           IF APF-COMPETENCIA = WS-MES-FECHADO AND APF-APROVADA
                   AND WS-EMPREGADOR-LINHA = WS-EMPREGADOR-ALVO
               SET FOLHA-APROVADA TO TRUE
           END-IF
           PERFORM LER-PROXIMA-APROVACAO.
           ACCEPT WS-SENHA-DIGITADA
           OPEN INPUT OPERADOR-FILE
           IF WS-STATUS-OPER NOT = "00"
               MOVE "OPERADOR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-OPER TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de operadores indisponivel"
           ELSE
               READ OPERADOR-FILE
               INVALID KEY
                   REWRITE REGISTRO-REMESSA-CTL
                       INVALID KEY
                           MOVE WS-NOME-CONTROLE TO ERR-ARQUIVO
                           MOVE "REWRITE" TO ERR-OPERACAO
                           MOVE WS-STATUS-RMC TO ERR-STATUS
                           MOVE RMC-COMPETENCIA TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao gravar o controle da "
                               "remessa"
                   END-REWRITE
           MOVE RMC-OPERADOR TO LOG-OPERADOR
           MOVE RMC-QUANTIDADE TO LOG-QUANTIDADE
           MOVE RMC-VALOR-TOTAL TO LOG-VALOR
           MOVE WS-EMPREGADOR-ALVO TO LOG-EMPREGADOR
           WRITE REGISTRO-LOG-REMESSA
           CLOSE LOG-REMESSA-FILE.

       GRAVAR-HEADER-ARQUIVO.
           MOVE EMP-BANCO TO HA-BANCO
           MOVE EMP-CNPJ TO HA-CNPJ-EMPRESA
           MOVE EMP-CONVENIO TO HA-CONVENIO
           MOVE EMP-AGENCIA TO HA-AGENCIA
           MOVE EMP-AGENCIA-DV TO HA-AGENCIA-DV
           MOVE EMP-CONTA TO HA-CONTA
           MOVE EMP-CONTA-DV TO HA-CONTA-DV
           MOVE EMP-RAZAO-SOCIAL TO HA-NOME-EMPRESA
           MOVE EMP-NOME-BANCO TO HA-NOME-BANCO
           ACCEPT HA-DATA-GERACAO FROM DATE YYYYMMDD
           ACCEPT HA-HORA-GERACAO FROM TIME
           MOVE WS-SEQUENCIAL-ARQUIVO TO HA-SEQUENCIAL-ARQ
           ADD 1 TO WS-REG-NO-ARQUIVO.

       GRAVAR-HEADER-LOTE.
           MOVE EMP-BANCO TO HL-BANCO
           MOVE EMP-CNPJ TO HL-CNPJ-EMPRESA
           MOVE EMP-CONVENIO TO HL-CONVENIO
           MOVE EMP-AGENCIA TO HL-AGENCIA
           MOVE EMP-AGENCIA-DV TO HL-AGENCIA-DV
           MOVE EMP-CONTA TO HL-CONTA
           MOVE EMP-CONTA-DV TO HL-CONTA-DV
           MOVE EMP-RAZAO-SOCIAL TO HL-NOME-EMPRESA
           MOVE 0001 TO HL-LOTE
           MOVE 01 TO HL-FORMA-LANCAMENTO
           MOVE CNAB-HEADER-LOTE TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           ADD 1 TO WS-REG-NO-ARQUIVO.
      * excecao para o cadastro completar a conta antes da proxima
      * geracao, em vez de o credito voltar rejeitado. Ativo sem
      * contracheque na competencia aprovada tambem sai na excecao -
      * o banco so recebe o que a folha analitica mostrou. Quem e de
      * outro empregador fica para a remessa da empresa dele.
       GRAVAR-DETALHE.
           MOVE EMPREGADOR-ALUNO TO WS-EMPREGADOR-LINHA
           PERFORM NORMALIZAR-EMPREGADOR-LINHA
           IF REGISTRO-ATIVO
                   AND WS-EMPREGADOR-LINHA = WS-EMPREGADOR-ALVO
               PERFORM LOCALIZAR-FOLHA-DA-MATRICULA
               IF NOT ACHOU-FOL
                   ADD 1 TO WS-TOTAL-SEM-BANCO
      * Depois da folha normal, a fila PAGEXTRA: parcela de decimo e
      * outros acertos aguardando remessa entram como detalhes
      * proprios e sao marcados como enviados - o mesmo registro da
      * fila nunca sai em duas remessas. Acerto de quem e de outro
      * empregador continua aguardando a remessa daquela empresa.
       PROCESSAR-FILA-EXTRA.
           MOVE "N" TO WS-FIM-PAGEXTRA
           OPEN I-O PAGEXTRA-FILE
               NOT INVALID KEY
                   SET CADASTRO-ACHADO TO TRUE
           END-READ
           IF CADASTRO-ACHADO
               MOVE EMPREGADOR-ALUNO TO WS-EMPREGADOR-LINHA
               PERFORM NORMALIZAR-EMPREGADOR-LINHA
           ELSE
      * Acerto de matricula que ja nao existe no cadastro fica na
      * excecao da empresa original.
               MOVE 01 TO WS-EMPREGADOR-LINHA
           END-IF
           EVALUATE TRUE
               WHEN WS-EMPREGADOR-LINHA NOT = WS-EMPREGADOR-ALVO
                   CONTINUE
               WHEN NOT CADASTRO-ACHADO
                   MOVE SPACES TO LINHA-EXCECAO
                   MOVE PEX-MATRICULA TO EXC-MATRICULA
                   MOVE "FILA EXTRA SEM CADASTRO" TO EXC-MOTIVO
                   WRITE LINHA-EXCECAO
               WHEN OTHER
                   PERFORM LOCALIZAR-DADOS-BANCARIOS
                   IF DADOS-BANCARIOS-OK
                       PERFORM GRAVAR-SEGMENTO-A-EXTRA
                   ELSE
                       ADD 1 TO WS-TOTAL-SEM-BANCO
                       MOVE SPACES TO LINHA-EXCECAO
                       MOVE MATRICULA TO EXC-MATRICULA
                       MOVE NOME-ALUNO TO EXC-NOME
                       MOVE "SEM DADOS BANCARIOS" TO EXC-MOTIVO
                       WRITE LINHA-EXCECAO
                   END-IF
           END-EVALUATE.

      * O numero da fila vai no seu-numero (posicoes 7-12) para o
      * retorno do banco poder ser amarrado ao acerto que o gerou.
       GRAVAR-SEGMENTO-A-EXTRA.
           MOVE EMP-BANCO TO DA-BANCO
           MOVE NOME-ALUNO TO DA-NOME-FAVORECIDO
           MOVE SPACES TO DA-SEU-NUMERO
           MOVE MATRICULA TO DA-SEU-NUMERO (1:6)
           MOVE SPACES TO DA-INFORMACAO
           MOVE "PAGAMENTO EXTRA FOLHA" TO DA-INFORMACAO
           MOVE SPACES TO DA-OCORRENCIAS
           PERFORM EMITIR-CREDITO
           ADD 1 TO WS-TOTAL-DETALHES
           ADD 1 TO WS-TOTAL-EXTRAS
           ADD PEX-VALOR TO WS-SOMA-VALORES
           SET PEX-ENVIADO TO TRUE
           REWRITE REGISTRO-PAGEXTRA
               INVALID KEY
                   MOVE "PAGEXTRA" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-PEX TO ERR-STATUS
                   MOVE PEX-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao marcar a fila extra "
                       PEX-NUMERO
           END-REWRITE
      * desconto do adiantamento.
       GRAVAR-SEGMENTO-A.
           MOVE TAB-FOL-LIQUIDO(WS-INDICE-FOL) TO WS-VALOR-PAGO
           MOVE EMP-BANCO TO DA-BANCO
           MOVE NOME-ALUNO TO DA-NOME-FAVORECIDO
           MOVE SPACES TO DA-SEU-NUMERO
           MOVE MATRICULA TO DA-SEU-NUMERO (1:6)
           MOVE WS-DATA-PAGAMENTO TO DA-DATA-PAGAMENTO
           MOVE WS-VALOR-PAGO TO DA-VALOR-PAGAMENTO
           MOVE CPF-ALUNO TO DA-CPF-FAVORECIDO
           MOVE SPACES TO DA-INFORMACAO
           MOVE SPACES TO DA-OCORRENCIAS
           PERFORM EMITIR-CREDITO
           ADD 1 TO WS-TOTAL-DETALHES
           ADD WS-VALOR-PAGO TO WS-SOMA-VALORES
           MOVE MATRICULA TO WS-MATRICULA-CHECKPOINT
           PERFORM GRAVAR-CHECKPOINT.

      * O segmento A ja montado segue pelo canal do DADOSBAN: TED vai
      * direto para o lote 1 com a conta; PIX vai para o arquivo de
      * trabalho do lote 2, pela camara 009 e sem conta, seguido do
      * segmento B com a chave.
       EMITIR-CREDITO.
           IF CREDITO-PIX
               ADD 1 TO WS-NUM-REGISTRO-PIX
               MOVE 0002 TO DA-LOTE
               MOVE WS-NUM-REGISTRO-PIX TO DA-NUM-REGISTRO
               MOVE 009 TO DA-CAMARA
               MOVE ZEROS TO DA-BANCO-FAVORECIDO
               MOVE ZEROS TO DA-AGENCIA-FAV
               MOVE SPACE TO DA-AGENCIA-FAV-DV
               MOVE ZEROS TO DA-CONTA-FAV
               MOVE SPACE TO DA-CONTA-FAV-DV
               MOVE SPACE TO DA-AGCONTA-DV
               MOVE CNAB-SEGMENTO-A TO LINHA-PIX-TRABALHO
               WRITE LINHA-PIX-TRABALHO
               PERFORM GRAVAR-SEGMENTO-B-PIX
               ADD 1 TO WS-TOTAL-PIX
               ADD DA-VALOR-PAGAMENTO TO WS-SOMA-PIX
           ELSE
               ADD 1 TO WS-NUM-REGISTRO
               MOVE 0001 TO DA-LOTE
               MOVE WS-NUM-REGISTRO TO DA-NUM-REGISTRO
               MOVE ZEROS TO DA-CAMARA
               MOVE BAN-BANCO TO DA-BANCO-FAVORECIDO
               MOVE BAN-AGENCIA TO DA-AGENCIA-FAV
               MOVE SPACE TO DA-AGENCIA-FAV-DV
               MOVE BAN-CONTA TO DA-CONTA-FAV
               MOVE BAN-CONTA-DV TO DA-CONTA-FAV-DV
               MOVE SPACE TO DA-AGCONTA-DV
               MOVE CNAB-SEGMENTO-A TO LINHA-REMESSA
               WRITE LINHA-REMESSA
               ADD 1 TO WS-REG-NO-ARQUIVO
           END-IF.

       GRAVAR-SEGMENTO-B-PIX.
           ADD 1 TO WS-NUM-REGISTRO-PIX
           MOVE EMP-BANCO TO DB-BANCO
           MOVE WS-NUM-REGISTRO-PIX TO DB-NUM-REGISTRO
           EVALUATE TRUE
               WHEN BAN-PIX-TELEFONE
                   MOVE "01" TO DB-FORMA-INICIACAO
               WHEN BAN-PIX-EMAIL
                   MOVE "02" TO DB-FORMA-INICIACAO
               WHEN BAN-PIX-CPF
                   MOVE "03" TO DB-FORMA-INICIACAO
               WHEN OTHER
                   MOVE "04" TO DB-FORMA-INICIACAO
           END-EVALUATE
           MOVE CPF-ALUNO TO DB-CPF-FAVORECIDO
           MOVE DA-INFORMACAO TO DB-INFORMACAO
           MOVE BAN-PIX-CHAVE TO DB-CHAVE-PIX
           MOVE CNAB-SEGMENTO-B-PIX TO LINHA-PIX-TRABALHO
           WRITE LINHA-PIX-TRABALHO.

      * Checkpoint valido so na mesma data de geracao - uma remessa
      * de outro dia comeca arquivo novo.
       LER-CHECKPOINT.
                           MOVE CHK-SEQUENCIAL
                               TO WS-SEQUENCIAL-ARQUIVO
                           MOVE CHK-OPERADOR TO WS-OPERADOR-GERACAO
                           PERFORM RETOMAR-TOTAIS-PIX
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           MOVE WS-SOMA-VALORES TO CHK-SOMA-VALORES
           MOVE WS-SEQUENCIAL-ARQUIVO TO CHK-SEQUENCIAL
           MOVE WS-OPERADOR-GERACAO TO CHK-OPERADOR
           MOVE WS-TOTAL-PIX TO CHK-PIX-DETALHES
           MOVE WS-SOMA-PIX TO CHK-SOMA-PIX
           WRITE REGISTRO-CHECKPOINT
           CLOSE CHECKPOINT-FILE.

      * Checkpoint gravado antes do lote PIX nao tem os totais dele -
      * retoma com zero. Cada credito PIX ocupa dois registros do
      * lote (segmentos A e B).
       RETOMAR-TOTAIS-PIX.
           IF CHK-PIX-DETALHES IS NUMERIC
               MOVE CHK-PIX-DETALHES TO WS-TOTAL-PIX
           ELSE
               MOVE ZERO TO WS-TOTAL-PIX
           END-IF
           IF CHK-SOMA-PIX IS NUMERIC
               MOVE CHK-SOMA-PIX TO WS-SOMA-PIX
           ELSE
               MOVE ZEROS TO WS-SOMA-PIX
           END-IF
           COMPUTE WS-NUM-REGISTRO-PIX = WS-TOTAL-PIX * 2.

       LIMPAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE.

       LIMPAR-TRABALHO-PIX.
           OPEN OUTPUT PIX-TRABALHO-FILE
           CLOSE PIX-TRABALHO-FILE.

      * A folha da competencia aprovada sobe para a memoria uma
      * unica vez - e dela que sai o valor de cada credito.
       CARREGAR-FOLHA-DO-MES.
           END-READ.

       GUARDAR-FOLHA-DO-MES.
           MOVE FDET-EMPREGADOR TO WS-EMPREGADOR-LINHA
           PERFORM NORMALIZAR-EMPREGADOR-LINHA
           IF FDET-COMPETENCIA = WS-MES-FECHADO
                   AND WS-EMPREGADOR-LINHA = WS-EMPREGADOR-ALVO
                   AND WS-QTDE-FOL < WS-MAX-FOL
               ADD 1 TO WS-QTDE-FOL
               MOVE FDET-MATRICULA
               SUBTRACT 1 FROM WS-INDICE-FOL
           END-IF.

      * PIX com chave cadastrada tem preferencia; sem ela, a conta
      * completa leva o credito por TED.
       LOCALIZAR-DADOS-BANCARIOS.
           MOVE "N" TO WS-DADOS-BANCARIOS-OK
           SET CREDITO-TED TO TRUE
           MOVE MATRICULA TO BAN-MATRICULA
           READ BANCARIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN BAN-CANAL-PIX
                               AND BAN-PIX-CHAVE NOT = SPACES
                           SET CREDITO-PIX TO TRUE
                           SET DADOS-BANCARIOS-OK TO TRUE
                       WHEN BAN-BANCO NOT = ZEROS
                               AND BAN-AGENCIA NOT = ZEROS
                               AND BAN-CONTA NOT = ZEROS
                           SET DADOS-BANCARIOS-OK TO TRUE
                   END-EVALUATE
           END-READ.

      * Quantidade do trailer de lote conta header de lote, detalhes
      * e o proprio trailer, como o padrao pede. O lote 1 leva so as
      * TEDs - os creditos PIX somam no trailer do lote 2.
       GRAVAR-TRAILER-LOTE.
           MOVE EMP-BANCO TO TL-BANCO
           MOVE 0001 TO TL-LOTE
           COMPUTE TL-QTDE-REGISTROS =
               WS-TOTAL-DETALHES - WS-TOTAL-PIX + 2
           COMPUTE TL-SOMA-VALORES = WS-SOMA-VALORES - WS-SOMA-PIX
           MOVE CNAB-TRAILER-LOTE TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           ADD 1 TO WS-REG-NO-ARQUIVO.

      * Lote 2: header com forma 45 (PIX), os pares A/B guardados no
      * arquivo de trabalho e o trailer com dois registros por
      * credito.
       GRAVAR-LOTE-PIX.
           MOVE 2 TO WS-QTDE-LOTES
           MOVE EMP-BANCO TO HL-BANCO
           MOVE 0002 TO HL-LOTE
           MOVE 45 TO HL-FORMA-LANCAMENTO
           MOVE CNAB-HEADER-LOTE TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           ADD 1 TO WS-REG-NO-ARQUIVO
           MOVE "N" TO WS-FIM-PIX
           OPEN INPUT PIX-TRABALHO-FILE
           IF WS-STATUS-PIX NOT = "00"
               MOVE "S" TO WS-FIM-PIX
           ELSE
               PERFORM LER-PROXIMO-PIX
           END-IF
           PERFORM COPIAR-DETALHE-PIX UNTIL FIM-PIX
           IF WS-STATUS-PIX = "00" OR WS-STATUS-PIX = "10"
               CLOSE PIX-TRABALHO-FILE
           END-IF
           MOVE EMP-BANCO TO TL-BANCO
           MOVE 0002 TO TL-LOTE
           COMPUTE TL-QTDE-REGISTROS = WS-TOTAL-PIX * 2 + 2
           MOVE WS-SOMA-PIX TO TL-SOMA-VALORES
           MOVE CNAB-TRAILER-LOTE TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           ADD 1 TO WS-REG-NO-ARQUIVO.

       LER-PROXIMO-PIX.
           READ PIX-TRABALHO-FILE
               AT END SET FIM-PIX TO TRUE
           END-READ.

       COPIAR-DETALHE-PIX.
           MOVE LINHA-PIX-TRABALHO TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           ADD 1 TO WS-REG-NO-ARQUIVO
           PERFORM LER-PROXIMO-PIX.

       GRAVAR-TRAILER-ARQUIVO.
           MOVE EMP-BANCO TO TA-BANCO
           MOVE WS-QTDE-LOTES TO TA-QTDE-LOTES
           ADD 1 TO WS-REG-NO-ARQUIVO
           MOVE WS-REG-NO-ARQUIVO TO TA-QTDE-REGISTROS
           MOVE CNAB-TRAILER-ARQUIVO TO LINHA-REMESSA
           WRITE LINHA-REMESSA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "REMESSA" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM REMESSA.
