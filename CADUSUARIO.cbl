      *          queue the change in PENDENTE (REGPEND.cpy) and only a
      *          supervisor's approval in APROVPEN touches the master;
      *          Excluir remains direct (it is reversible by Restaurar
      *          and fully audited). An Alterar keyed with a future
      *          vigencia goes to the scheduled-changes file AGENDCAD
      *          (REGAGE.cpy) instead - approved in MANAGEND, applied
      *          on the day by the nightly APLAGEND step. Incluir
      *          looks the CPF up among terminated records (excluded
      *          in CADUSUAR or purged to the ARQEXCL archives) and
      *          offers a rehire linked to the previous matricula
      *          (MATRICULA-ANTERIOR), refusing one keyed before the
      *          minimum interval after the termination (READMDIA).
      *          Every record names the group company that employs it
      *          (EMPREGADOR-ALUNO, checked against EMPREGAD through
      *          LEREMPR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-ENDERECO
               FILE STATUS IS WS-STATUS-END.
           SELECT CCUSTO-FILE ASSIGN TO "CCUSTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCU-CODIGO
               FILE STATUS IS WS-STATUS-CCU.
           SELECT CARGO-FILE ASSIGN TO "CARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGO-CODIGO
               FILE STATUS IS WS-STATUS-CGO.
           SELECT AGENDADA-FILE ASSIGN TO "AGENDCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-NUMERO
               FILE STATUS IS WS-STATUS-AGE.
           SELECT RESCISAO-FILE ASSIGN TO "RESCISOES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSC-MATRICULA
               FILE STATUS IS WS-STATUS-RSC.
           SELECT ARQUIVO-MORTO ASSIGN TO WS-NOME-ARQUIVO-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MORTO.
           SELECT CONTROLE-EXCL-FILE ASSIGN TO "ARQEXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTE.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
           COPY "REGTRAV.cpy".
       FD  ENDERECO-FILE.
           COPY "REGEND.cpy".
       FD  CCUSTO-FILE.
           COPY "REGCCU.cpy".
       FD  CARGO-FILE.
           COPY "REGCGO.cpy".
       FD  AGENDADA-FILE.
           COPY "REGAGE.cpy".
       FD  RESCISAO-FILE.
           COPY "REGRSC.cpy".
       FD  ARQUIVO-MORTO.
       01  REGISTRO-MORTO          PIC X(300).
       FD  CONTROLE-EXCL-FILE.
       01  REGISTRO-CONTROLE-EXCL  PIC 9(08).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-STATUS-END       PIC X(02) VALUE SPACES.
       77  WS-STATUS-PEN       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CCU       PIC X(02) VALUE SPACES.
       77  WS-CCUSTO-VALIDO    PIC X(01) VALUE "N".
           88 CCUSTO-VALIDO        VALUE "S".
       77  WS-CCUSTO-ANTERIOR  PIC X(06) VALUE SPACES.
       77  WS-EMPREGADOR-VALIDO PIC X(01) VALUE "N".
           88 EMPREGADOR-VALIDO    VALUE "S".
       77  WS-EMPREGADOR-ANTERIOR PIC 9(02) VALUE ZEROS.
       77  WS-RESULTADO-EMPR   PIC X(01) VALUE "N".
       77  WS-STATUS-CGO       PIC X(02) VALUE SPACES.
       77  WS-CARGO-VALIDO     PIC X(01) VALUE "N".
           88 CARGO-VALIDO         VALUE "S".
       77  WS-CARGO-ANTERIOR   PIC X(06) VALUE SPACES.
       77  WS-CARGO-MINIMO     PIC 9(10)V99 VALUE ZEROS.
       77  WS-CARGO-MAXIMO     PIC 9(10)V99 VALUE ZEROS.
       77  WS-FAIXA-OK         PIC X(01) VALUE "S".
           88 FAIXA-OK             VALUE "S".
       77  WS-AUTORIZA-FAIXA   PIC X(01) VALUE SPACE.
       77  WS-STATUS-AGE       PIC X(02) VALUE SPACES.
       77  WS-EMAIL-VALIDO     PIC X(01) VALUE "N".
           88 EMAIL-VALIDO         VALUE "S".
       77  WS-QTDE-ARROBA      PIC 9(02) VALUE ZERO.
       77  WS-QTDE-ESPACOS     PIC 9(02) VALUE ZERO.
       77  WS-FIM-AGENDADAS    PIC X(01) VALUE "N".
           88 FIM-AGENDADAS        VALUE "S".
       77  WS-ULTIMO-AGENDADO  PIC 9(06) VALUE ZEROS.
       77  WS-VIGENCIA-VALIDA  PIC X(01) VALUE "N".
           88 VIGENCIA-VALIDA      VALUE "S".
       77  WS-VIGENCIA-FUTURA  PIC X(01) VALUE "N".
           88 VIGENCIA-FUTURA      VALUE "S".
       01  WS-VIGENCIA-DIGIT   PIC 9(08) VALUE ZEROS.
       01  WS-VIGENCIA-DIGIT-R REDEFINES WS-VIGENCIA-DIGIT.
           03 WS-VIG-ANO       PIC 9(04).
           03 WS-VIG-MES       PIC 9(02).
           03 WS-VIG-DIA       PIC 9(02).
      >>IF BRLOCALE DEFINED
       01  WS-MINIMO-EDIT      PIC ZZZZZZZZZ9,99.
       01  WS-MAXIMO-EDIT      PIC ZZZZZZZZZ9,99.
      >>ELSE
       01  WS-MINIMO-EDIT      PIC ZZZZZZZZZ9.99.
       01  WS-MAXIMO-EDIT      PIC ZZZZZZZZZ9.99.
      >>END-IF
       77  WS-FIM-PENDENTES    PIC X(01) VALUE "N".
           88 FIM-PENDENTES        VALUE "S".
       77  WS-ULTIMO-PENDENTE  PIC 9(06) VALUE ZEROS.
       77  WS-MATRICULA-CRITICA PIC 9(06) VALUE ZEROS.
       77  WS-ACHOU-PENDENTE   PIC X(01) VALUE "N".
           88 ACHOU-PENDENTE       VALUE "S".
       77  WS-DEPOIS-TRABALHO  PIC X(300) VALUE SPACES.
       77  WS-STATUS-CTL       PIC X(02) VALUE SPACES.
       77  WS-STATUS-TRV       PIC X(02) VALUE SPACES.
       77  WS-TRAVA-OBTIDA     PIC X(01) VALUE "N".
       77  WS-USA-AUTOMATICA   PIC X(01) VALUE "S".
           88 USA-AUTOMATICA       VALUE "S".
       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77  WS-ANTES            PIC X(300) VALUE SPACES.
       77  WS-DEPOIS           PIC X(300) VALUE SPACES.
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
           03 WS-ANO-ATUAL     PIC 9(04).
           03 WS-MES-ATUAL     PIC 9(02).
           03 WS-DIA-ATUAL     PIC 9(02).
      * Readmissao - a passagem anterior mais recente do mesmo CPF e o
      * intervalo minimo entre o desligamento e a nova admissao (dias
      * corridos; parametro READMDIA).
       77  WS-STATUS-RSC       PIC X(02) VALUE SPACES.
       77  WS-STATUS-MORTO     PIC X(02) VALUE SPACES.
       77  WS-STATUS-CTE       PIC X(02) VALUE SPACES.
       77  WS-NOME-ARQUIVO-MORTO PIC X(16) VALUE SPACES.
       77  WS-FIM-CONTROLE     PIC X(01) VALUE "N".
           88 FIM-CONTROLE         VALUE "S".
       77  WS-FIM-MORTO        PIC X(01) VALUE "N".
           88 FIM-MORTO            VALUE "S".
       77  WS-DIAS-READMISSAO  PIC 9(03) VALUE 90.
       77  WS-DIAS-CONTADOS    PIC 9(03) VALUE ZERO.
       77  WS-MATRICULA-PASSAGEM PIC 9(06) VALUE ZEROS.
       77  WS-ADMISSAO-PASSAGEM PIC 9(08) VALUE ZEROS.
       77  WS-DESLIGAMENTO-PASSAGEM PIC 9(08) VALUE ZEROS.
       77  WS-NOME-PASSAGEM    PIC X(40) VALUE SPACES.
       77  WS-VINCULA-READMISSAO PIC X(01) VALUE SPACE.
       77  WS-READMISSAO-OK    PIC X(01) VALUE "S".
           88 READMISSAO-OK        VALUE "S".
       01  WS-DATA-LIMITE      PIC 9(08) VALUE ZEROS.
       01  WS-DATA-LIMITE-R REDEFINES WS-DATA-LIMITE.
           03 WS-LIM-ANO       PIC 9(04).
           03 WS-LIM-MES       PIC 9(02).
           03 WS-LIM-DIA       PIC 9(02).
       COPY "REGEMP.cpy".
       COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPCAO               PIC 9(01).
       01  OPERADOR-LOGADO     PIC X(08).
           CLOSE PENDENTE-FILE
           CLOSE TRAVA-FILE
           CLOSE ENDERECO-FILE
           CLOSE CCUSTO-FILE
           CLOSE CARGO-FILE
           CLOSE AGENDADA-FILE
           GOBACK.

       CARREGAR-PARAMETROS.
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-LIMITE-TRAVA-SEG
           END-IF
           MOVE "READMDIA" TO WS-PARAM-CODIGO
           CALL "LERPARAM" USING WS-PARAM-CODIGO, WS-PARAM-VALOR,
               WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = "S"
               MOVE WS-PARAM-VALOR TO WS-DIAS-READMISSAO
           END-IF.

       ABRIR-ARQUIVO.
               OPEN OUTPUT ENDERECO-FILE
               CLOSE ENDERECO-FILE
               OPEN INPUT ENDERECO-FILE
           END-IF
           OPEN INPUT CCUSTO-FILE
           IF WS-STATUS-CCU = "35"
               OPEN OUTPUT CCUSTO-FILE
               CLOSE CCUSTO-FILE
               OPEN INPUT CCUSTO-FILE
           END-IF
           OPEN INPUT CARGO-FILE
           IF WS-STATUS-CGO = "35"
               OPEN OUTPUT CARGO-FILE
               CLOSE CARGO-FILE
               OPEN INPUT CARGO-FILE
           END-IF
           OPEN I-O AGENDADA-FILE
           IF WS-STATUS-AGE = "35"
               OPEN OUTPUT AGENDADA-FILE
               CLOSE AGENDADA-FILE
               OPEN I-O AGENDADA-FILE
           END-IF.

       INCLUIR-REGISTRO.
           ACCEPT NUMERO-ALUNO.
           DISPLAY "Complemento.....: " WITH NO ADVANCING.
           ACCEPT COMPLEMENTO-ALUNO.
           MOVE "N" TO WS-EMAIL-VALIDO
           PERFORM SOLICITAR-EMAIL UNTIL EMAIL-VALIDO
           MOVE SPACES TO WS-CCUSTO-ANTERIOR
           MOVE "N" TO WS-CCUSTO-VALIDO
           PERFORM SOLICITAR-CENTRO-CUSTO UNTIL CCUSTO-VALIDO
           MOVE ZEROS TO WS-EMPREGADOR-ANTERIOR
           MOVE "N" TO WS-EMPREGADOR-VALIDO
           PERFORM SOLICITAR-EMPREGADOR UNTIL EMPREGADOR-VALIDO
           MOVE SPACES TO WS-CARGO-ANTERIOR
           MOVE "N" TO WS-CARGO-VALIDO
           PERFORM SOLICITAR-CARGO UNTIL CARGO-VALIDO
           MOVE "N" TO WS-CPF-VALIDO
           PERFORM SOLICITAR-CPF UNTIL CPF-VALIDO
           MOVE "N" TO WS-DATA-ADM-VALIDA
           PERFORM SOLICITAR-DATA-ADMISSAO UNTIL DATA-ADM-VALIDA
           PERFORM VERIFICAR-READMISSAO
           IF READMISSAO-OK
               PERFORM COMPLETAR-INCLUSAO
           END-IF.

       COMPLETAR-INCLUSAO.
           MOVE "N" TO WS-DATA-NASC-VALIDA
           PERFORM SOLICITAR-DATA-NASC UNTIL DATA-NASC-VALIDA
           PERFORM CALCULAR-IDADE-NASC
               DISPLAY "Idade minima para cadastro e de "
                   WS-IDADE-MINIMA " anos - cadastro nao efetuado"
           ELSE
               PERFORM CRITICAR-FAIXA-SALARIAL
           END-IF
           IF WS-IDADE-CALCULADA NOT < WS-IDADE-MINIMA AND FAIXA-OK
               SET REGISTRO-ATIVO TO TRUE
               MOVE REGISTRO-ALUNO TO WS-DEPOIS-TRABALHO
               PERFORM VERIFICAR-MATRICULA-LIVRE
               END-IF
           END-IF.

      * Readmissao: o CPF digitado ja pertenceu a uma matricula
      * desligada - excluida no CADUSUAR ou ja expurgada para os
      * arquivos mortos ARQEXCL. A passagem mais recente e oferecida
      * como vinculo (MATRICULA-ANTERIOR), e o intervalo minimo desde
      * o desligamento vale com ou sem vinculo - e a mesma pessoa. As
      * varreduras sobrepoem a area do registro; a imagem digitada
      * volta de WS-DEPOIS-TRABALHO, como nas outras criticas.
       VERIFICAR-READMISSAO.
           SET READMISSAO-OK TO TRUE
           MOVE ZEROS TO MATRICULA-ANTERIOR
           MOVE ZEROS TO WS-MATRICULA-PASSAGEM
           MOVE ZEROS TO WS-ADMISSAO-PASSAGEM
           MOVE ZEROS TO WS-DESLIGAMENTO-PASSAGEM
           IF CPF-ALUNO NOT = ZEROS
               MOVE REGISTRO-ALUNO TO WS-DEPOIS-TRABALHO
               MOVE CPF-ALUNO TO WS-CPF-CRITICA
               PERFORM PROCURAR-PASSAGEM-NO-MASTER
               PERFORM PROCURAR-PASSAGEM-NOS-MORTOS
               MOVE WS-DEPOIS-TRABALHO TO REGISTRO-ALUNO
           END-IF
           IF WS-MATRICULA-PASSAGEM NOT = ZEROS
               PERFORM LER-DESLIGAMENTO-PASSAGEM
               PERFORM OFERECER-READMISSAO
           END-IF.

       PROCURAR-PASSAGEM-NO-MASTER.
           MOVE "N" TO WS-FIM-CADASTRO-CPF
           MOVE ZEROS TO MATRICULA
           START CADASTRO-FILE KEY NOT < MATRICULA
               INVALID KEY SET FIM-CADASTRO-CPF TO TRUE
           END-START
           IF NOT FIM-CADASTRO-CPF
               PERFORM LER-PROXIMO-CPF
           END-IF
           PERFORM CONFERIR-PASSAGEM-CADASTRO
               UNTIL FIM-CADASTRO-CPF.

       CONFERIR-PASSAGEM-CADASTRO.
           IF REGISTRO-EXCLUIDO AND CPF-ALUNO = WS-CPF-CRITICA
               PERFORM GUARDAR-PASSAGEM
           END-IF
           PERFORM LER-PROXIMO-CPF.

       PROCURAR-PASSAGEM-NOS-MORTOS.
           OPEN INPUT CONTROLE-EXCL-FILE
           IF WS-STATUS-CTE = "00"
               MOVE "N" TO WS-FIM-CONTROLE
               PERFORM LER-PROXIMO-CONTROLE-EXCL
               PERFORM VARRER-ARQUIVO-MORTO UNTIL FIM-CONTROLE
               CLOSE CONTROLE-EXCL-FILE
           END-IF.

       LER-PROXIMO-CONTROLE-EXCL.
           READ CONTROLE-EXCL-FILE
               AT END SET FIM-CONTROLE TO TRUE
           END-READ.

       VARRER-ARQUIVO-MORTO.
           MOVE SPACES TO WS-NOME-ARQUIVO-MORTO
           STRING "ARQEXCL." REGISTRO-CONTROLE-EXCL
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO-MORTO
           MOVE "N" TO WS-FIM-MORTO
           OPEN INPUT ARQUIVO-MORTO
           IF WS-STATUS-MORTO = "00"
               PERFORM LER-PROXIMO-MORTO
               PERFORM CONFERIR-PASSAGEM-MORTA UNTIL FIM-MORTO
               CLOSE ARQUIVO-MORTO
           END-IF
           PERFORM LER-PROXIMO-CONTROLE-EXCL.

       LER-PROXIMO-MORTO.
           READ ARQUIVO-MORTO
               AT END SET FIM-MORTO TO TRUE
           END-READ.

      * Registro ja anonimizado ("X") nao tem mais CPF para casar.
       CONFERIR-PASSAGEM-MORTA.
           MOVE REGISTRO-MORTO TO REGISTRO-ALUNO
           IF REGISTRO-EXCLUIDO AND CPF-ALUNO = WS-CPF-CRITICA
               PERFORM GUARDAR-PASSAGEM
           END-IF
           PERFORM LER-PROXIMO-MORTO.

      * Mais de uma passagem: fica a de admissao mais recente - e ela
      * que aponta para as anteriores.
       GUARDAR-PASSAGEM.
           IF DATA-ADMISSAO NOT < WS-ADMISSAO-PASSAGEM
               MOVE MATRICULA TO WS-MATRICULA-PASSAGEM
               MOVE DATA-ADMISSAO TO WS-ADMISSAO-PASSAGEM
               MOVE NOME-ALUNO TO WS-NOME-PASSAGEM
           END-IF.

       LER-DESLIGAMENTO-PASSAGEM.
           OPEN INPUT RESCISAO-FILE
           IF WS-STATUS-RSC = "00"
               MOVE WS-MATRICULA-PASSAGEM TO RSC-MATRICULA
               READ RESCISAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RSC-DATA TO WS-DESLIGAMENTO-PASSAGEM
               END-READ
               CLOSE RESCISAO-FILE
           END-IF.

      * Excluido sem rescisao registrada nao tem data de desligamento
      * para medir o intervalo - o vinculo e oferecido assim mesmo.
       OFERECER-READMISSAO.
           DISPLAY "CPF ja pertenceu a matricula " WS-MATRICULA-PASSAGEM
               " - " WS-NOME-PASSAGEM
           IF WS-DESLIGAMENTO-PASSAGEM = ZEROS
               DISPLAY "  Excluida sem rescisao registrada - intervalo "
                   "de readmissao nao conferido"
           ELSE
               DISPLAY "  Admitida em " WS-ADMISSAO-PASSAGEM
                   ", desligada em " WS-DESLIGAMENTO-PASSAGEM
               PERFORM CONFERIR-INTERVALO-READMISSAO
           END-IF
           IF READMISSAO-OK
               DISPLAY "Readmissao vinculada a matricula anterior "
                   "(S/N)? " WITH NO ADVANCING
               ACCEPT WS-VINCULA-READMISSAO
               IF WS-VINCULA-READMISSAO = "S"
                       OR WS-VINCULA-READMISSAO = "s"
                   MOVE WS-MATRICULA-PASSAGEM TO MATRICULA-ANTERIOR
                   DISPLAY "Readmissao - historico ligado a matricula "
                       WS-MATRICULA-PASSAGEM
               ELSE
                   DISPLAY "Inclusao sem vinculo com a matricula "
                       "anterior"
               END-IF
           END-IF.

       CONFERIR-INTERVALO-READMISSAO.
           MOVE WS-DESLIGAMENTO-PASSAGEM TO WS-DATA-LIMITE
           PERFORM AVANCAR-DIA-LIMITE
               VARYING WS-DIAS-CONTADOS FROM 1 BY 1
               UNTIL WS-DIAS-CONTADOS > WS-DIAS-READMISSAO
           IF DATA-ADMISSAO < WS-DATA-LIMITE
               MOVE "N" TO WS-READMISSAO-OK
               DISPLAY "Readmissao so a partir de " WS-DATA-LIMITE
                   " (" WS-DIAS-READMISSAO " dias do desligamento) - "
                   "cadastro nao efetuado"
           END-IF.

      * Dias corridos com a virada de mes do calendario real, como na
      * critica da data de nascimento.
       AVANCAR-DIA-LIMITE.
           PERFORM CALCULAR-DIAS-MES-LIMITE
           IF WS-LIM-DIA < WS-DIAS-MES
               ADD 1 TO WS-LIM-DIA
           ELSE
               MOVE 01 TO WS-LIM-DIA
               IF WS-LIM-MES = 12
                   MOVE 01 TO WS-LIM-MES
                   ADD 1 TO WS-LIM-ANO
               ELSE
                   ADD 1 TO WS-LIM-MES
               END-IF
           END-IF.

       CALCULAR-DIAS-MES-LIMITE.
           EVALUATE WS-LIM-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DIAS-MES
               WHEN 02
                   MOVE "N" TO WS-ANO-BISSEXTO
                   DIVIDE WS-LIM-ANO BY 4 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-4
                   DIVIDE WS-LIM-ANO BY 100 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-100
                   DIVIDE WS-LIM-ANO BY 400 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-400
                   IF WS-RESTO-4 = 0 AND (WS-RESTO-100 NOT = 0
                           OR WS-RESTO-400 = 0)
                       MOVE 29 TO WS-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-MES
           END-EVALUATE.

      * A matricula vem do registro de controle MATRCTL - o operador
      * nao inventa mais numero nenhum. A digitacao manual sobrevive
      * apenas como forca do supervisor, para migracoes; o contador so
                           PERFORM OBTER-TRAVA-REGISTRO
                           IF TRAVA-OBTIDA
                               MOVE REGISTRO-ALUNO TO WS-ANTES
                               MOVE "N" TO WS-VIGENCIA-VALIDA
                               PERFORM SOLICITAR-VIGENCIA
                                   UNTIL VIGENCIA-VALIDA
                               PERFORM GRAVAR-ALTERACAO
                               PERFORM LIBERAR-TRAVA-REGISTRO
                           END-IF
               WITH NO ADVANCING.
           ACCEPT SALARIO-ALUNO.
           MOVE SALARIO-ALUNO TO SALARIO-ALUNO-EDIT
           DISPLAY "CEP           [" CEP-ALUNO-EDIT "]: "
               WITH NO ADVANCING.
           ACCEPT CEP-ALUNO.
           MOVE CEP-ALUNO (1:5) TO CEP-ALUNO-EDIT-P1
           MOVE CEP-ALUNO (6:3) TO CEP-ALUNO-EDIT-P2
           PERFORM CONSULTAR-ENDERECO-CEP
           DISPLAY "Numero        [" NUMERO-ALUNO "]: "
               WITH NO ADVANCING.
           ACCEPT NUMERO-ALUNO.
           DISPLAY "Complemento   [" COMPLEMENTO-ALUNO "]: "
               WITH NO ADVANCING.
           ACCEPT COMPLEMENTO-ALUNO.
           DISPLAY "E-mail atual....: " EMAIL-ALUNO.
           MOVE "N" TO WS-EMAIL-VALIDO
           PERFORM SOLICITAR-EMAIL UNTIL EMAIL-VALIDO
           MOVE CCUSTO-ALUNO TO WS-CCUSTO-ANTERIOR
           MOVE "N" TO WS-CCUSTO-VALIDO
           PERFORM SOLICITAR-CENTRO-CUSTO UNTIL CCUSTO-VALIDO
           IF EMPREGADOR-ALUNO IS NOT NUMERIC
               MOVE 01 TO EMPREGADOR-ALUNO
           END-IF
           MOVE EMPREGADOR-ALUNO TO WS-EMPREGADOR-ANTERIOR
           MOVE "N" TO WS-EMPREGADOR-VALIDO
           PERFORM SOLICITAR-EMPREGADOR UNTIL EMPREGADOR-VALIDO
           MOVE CARGO-ALUNO TO WS-CARGO-ANTERIOR
           MOVE "N" TO WS-CARGO-VALIDO
           PERFORM SOLICITAR-CARGO UNTIL CARGO-VALIDO
           DISPLAY "CPF atual.......: " CPF-ALUNO-EDIT.
           MOVE "N" TO WS-CPF-VALIDO
           PERFORM SOLICITAR-CPF UNTIL CPF-VALIDO
           PERFORM CRITICAR-FAIXA-SALARIAL
           MOVE REGISTRO-ALUNO TO WS-DEPOIS-TRABALHO
           MOVE "S" TO WS-CONFIRMA
           IF NOT FAIXA-OK
               MOVE "N" TO WS-CONFIRMA
           ELSE
               PERFORM VERIFICAR-CPF-LIVRE
           END-IF
           IF WS-CONFIRMA = "S"
               MOVE REGISTRO-ALUNO TO WS-DEPOIS
               IF VIGENCIA-FUTURA
                   PERFORM GRAVAR-AGENDAMENTO
               ELSE
                   MOVE "A" TO WS-TIPO-PENDENTE
                   PERFORM GRAVAR-PENDENTE
               END-IF
           END-IF.

      * Aumento, troca de CEP ou reajuste combinado hoje para valer
      * so no dia 1o: a vigencia futura tira a alteracao da fila
      * imediata e a guarda no AGENDCAD ate o passo noturno do dia.
      * Zeros ou a data de hoje seguem o caminho de sempre.
       SOLICITAR-VIGENCIA.
           DISPLAY "Vigencia (AAAAMMDD, zeros = imediata): "
               WITH NO ADVANCING.
           ACCEPT WS-VIGENCIA-DIGIT.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE "N" TO WS-VIGENCIA-FUTURA
           EVALUATE TRUE
               WHEN WS-VIGENCIA-DIGIT = ZEROS
                       OR WS-VIGENCIA-DIGIT = WS-DATA-ATUAL
                   SET VIGENCIA-VALIDA TO TRUE
               WHEN WS-VIG-MES < 1 OR WS-VIG-MES > 12
                   DISPLAY "Mes da vigencia invalido - digite "
                       "novamente"
               WHEN WS-VIG-DIA < 1 OR WS-VIG-DIA > 31
                   DISPLAY "Dia da vigencia invalido - digite "
                       "novamente"
               WHEN WS-VIGENCIA-DIGIT < WS-DATA-ATUAL
                   DISPLAY "Vigencia no passado - digite novamente"
               WHEN OTHER
                   SET VIGENCIA-VALIDA TO TRUE
                   SET VIGENCIA-FUTURA TO TRUE
           END-EVALUATE.

      * O agendamento nasce aguardando o supervisor, como a pendencia
      * imediata - o maker-checker vale tambem para a data futura.
       GRAVAR-AGENDAMENTO.
           PERFORM PROXIMO-NUMERO-AGENDADO
           ADD 1 TO WS-ULTIMO-AGENDADO
           MOVE WS-ULTIMO-AGENDADO TO AGE-NUMERO
           MOVE MATRICULA TO AGE-MATRICULA
           MOVE WS-VIGENCIA-DIGIT TO AGE-VIGENCIA
           MOVE OPERADOR-LOGADO TO AGE-OPERADOR
           ACCEPT AGE-DATA FROM DATE YYYYMMDD
           ACCEPT AGE-HORA FROM TIME
           SET AGE-AGUARDANDO TO TRUE
           MOVE SPACES TO AGE-RESPONSAVEL
           MOVE ZEROS TO AGE-DATA-DECISAO
           MOVE ZEROS TO AGE-DATA-APLICACAO
           MOVE WS-ANTES TO AGE-ANTES
           MOVE WS-DEPOIS TO AGE-DEPOIS
           WRITE REGISTRO-AGENDADA
               INVALID KEY
                   MOVE "AGENDCAD" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-AGE TO ERR-STATUS
                   MOVE AGE-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar o agendamento"
               NOT INVALID KEY
                   DISPLAY "Alteracao agendada para " AGE-VIGENCIA
                       " (agendamento " AGE-NUMERO ") - aguarda "
                       "aprovacao do supervisor"
           END-WRITE.

       PROXIMO-NUMERO-AGENDADO.
           MOVE "N" TO WS-FIM-AGENDADAS
           MOVE ZEROS TO WS-ULTIMO-AGENDADO
           MOVE ZEROS TO AGE-NUMERO
           START AGENDADA-FILE KEY NOT < AGE-NUMERO
               INVALID KEY SET FIM-AGENDADAS TO TRUE
           END-START
           IF NOT FIM-AGENDADAS
               PERFORM LER-PROXIMO-AGENDADO
           END-IF
           PERFORM GUARDAR-ULTIMO-AGENDADO UNTIL FIM-AGENDADAS.

       LER-PROXIMO-AGENDADO.
           READ AGENDADA-FILE NEXT RECORD
               AT END SET FIM-AGENDADAS TO TRUE
           END-READ.

       GUARDAR-ULTIMO-AGENDADO.
           MOVE AGE-NUMERO TO WS-ULTIMO-AGENDADO
           PERFORM LER-PROXIMO-AGENDADO.

      * Distinct entry point for Excluir - separate from Incluir, so
      * option 3 no longer runs the create path under a delete label.
      * Excluir is a soft delete (status flag flip, not a physical
               SET REGISTRO-EXCLUIDO TO TRUE
               REWRITE REGISTRO-ALUNO
                   INVALID KEY
                       MOVE "CADUSUAR" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-ARQ TO ERR-STATUS
                       MOVE MATRICULA TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao excluir cadastro"
                   NOT INVALID KEY
                       DISPLAY "Cadastro excluido com sucesso"
                           SET REGISTRO-ATIVO TO TRUE
                           REWRITE REGISTRO-ALUNO
                               INVALID KEY
                                   MOVE "CADUSUAR" TO ERR-ARQUIVO
                                   MOVE "REWRITE" TO ERR-OPERACAO
                                   MOVE WS-STATUS-ARQ TO ERR-STATUS
                                   MOVE MATRICULA TO ERR-CHAVE
                                   PERFORM REGISTRAR-ERRO-IO
                                   DISPLAY "Falha ao restaurar "
                                       "cadastro"
                               NOT INVALID KEY
               INVALID KEY CONTINUE
           END-DELETE.

      * Todo cadastro e apropriado num centro de custo existente no
      * CCUSTO. Centro desativado nao recebe ninguem novo, mas quem ja
      * estava nele pode ser alterado sem ser transferido.
       SOLICITAR-CENTRO-CUSTO.
           IF WS-CCUSTO-ANTERIOR = SPACES
               DISPLAY "Centro de custo.: " WITH NO ADVANCING
           ELSE
               DISPLAY "Centro custo  [" WS-CCUSTO-ANTERIOR "]: "
                   WITH NO ADVANCING
           END-IF
           ACCEPT CCUSTO-ALUNO.
           MOVE CCUSTO-ALUNO TO CCU-CODIGO
           READ CCUSTO-FILE
               INVALID KEY
                   DISPLAY "Centro de custo nao cadastrado - digite "
                       "novamente (cadastro em Administracao)"
               NOT INVALID KEY
                   IF CCU-ATIVO OR CCUSTO-ALUNO = WS-CCUSTO-ANTERIOR
                       SET CCUSTO-VALIDO TO TRUE
                       DISPLAY "Departamento....: " CCU-DESCRICAO
                   ELSE
                       DISPLAY "Centro de custo desativado - digite "
                           "novamente"
                   END-IF
           END-READ.

      * Empresa do grupo que registra a pessoa (EMPREGAD, via LEREMPR).
      * Enter ou zeros = empregador 01 na inclusao, o atual na
      * alteracao. Mesma regra do centro de custo: empresa desativada
      * nao recebe ninguem novo, mas quem ja estava nela fica.
       SOLICITAR-EMPREGADOR.
           IF WS-EMPREGADOR-ANTERIOR = ZEROS
               DISPLAY "Empregador [01].: " WITH NO ADVANCING
           ELSE
               DISPLAY "Empregador    [" WS-EMPREGADOR-ANTERIOR "]: "
                   WITH NO ADVANCING
           END-IF
           ACCEPT EMPREGADOR-ALUNO.
           IF EMPREGADOR-ALUNO IS NOT NUMERIC
                   OR EMPREGADOR-ALUNO = ZEROS
               IF WS-EMPREGADOR-ANTERIOR = ZEROS
                   MOVE 01 TO EMPREGADOR-ALUNO
               ELSE
                   MOVE WS-EMPREGADOR-ANTERIOR TO EMPREGADOR-ALUNO
               END-IF
           END-IF
           CALL "LEREMPR" USING EMPREGADOR-ALUNO, REGISTRO-EMPREGADOR,
               WS-RESULTADO-EMPR
           IF WS-RESULTADO-EMPR NOT = "S"
               DISPLAY "Empregador nao cadastrado - digite novamente "
                   "(cadastro em Administracao)"
           ELSE
               IF EMP-ATIVO
                       OR EMPREGADOR-ALUNO = WS-EMPREGADOR-ANTERIOR
                   SET EMPREGADOR-VALIDO TO TRUE
                   DISPLAY "Empresa.........: " EMP-RAZAO-SOCIAL
               ELSE
                   DISPLAY "Empregador desativado - digite novamente"
               END-IF
           END-IF.

      * Todo cadastro ocupa um cargo do CARGOS - mesma regra do centro
      * de custo: cargo desativado nao recebe ninguem novo, mas quem ja
      * estava nele pode ser alterado sem ser movido. A faixa do cargo
      * escolhido fica guardada para a critica do salario.
       SOLICITAR-CARGO.
           IF WS-CARGO-ANTERIOR = SPACES
               DISPLAY "Cargo...........: " WITH NO ADVANCING
           ELSE
               DISPLAY "Cargo         [" WS-CARGO-ANTERIOR "]: "
                   WITH NO ADVANCING
           END-IF
           ACCEPT CARGO-ALUNO.
           MOVE CARGO-ALUNO TO CGO-CODIGO
           READ CARGO-FILE
               INVALID KEY
                   DISPLAY "Cargo nao cadastrado - digite novamente "
                       "(cadastro em Administracao)"
               NOT INVALID KEY
                   IF CGO-ATIVO OR CARGO-ALUNO = WS-CARGO-ANTERIOR
                       SET CARGO-VALIDO TO TRUE
                       MOVE CGO-SALARIO-MIN TO WS-CARGO-MINIMO
                       MOVE CGO-SALARIO-MAX TO WS-CARGO-MAXIMO
                       MOVE CGO-SALARIO-MIN TO WS-MINIMO-EDIT
                       MOVE CGO-SALARIO-MAX TO WS-MAXIMO-EDIT
                       DISPLAY "Cargo...........: " CGO-DESCRICAO
                           " (" WS-MINIMO-EDIT " a " WS-MAXIMO-EDIT
                           ")"
                   ELSE
                       DISPLAY "Cargo desativado - digite novamente"
                   END-IF
           END-READ.

      * Salario fora da faixa do cargo so passa com a liberacao de um
      * supervisor logado, que fica marcada no proprio cadastro
      * (FAIXA-AUTORIZADA) para o RELFAIXA e o historico de cargos.
      * Quem nao e supervisor tem a inclusao/alteracao recusada.
       CRITICAR-FAIXA-SALARIAL.
           SET FAIXA-OK TO TRUE
           MOVE SPACE TO FAIXA-SALARIAL-ALUNO
           IF SALARIO-ALUNO < WS-CARGO-MINIMO
                   OR SALARIO-ALUNO > WS-CARGO-MAXIMO
               DISPLAY "Salario fora da faixa do cargo " CARGO-ALUNO
                   " (" WS-MINIMO-EDIT " a " WS-MAXIMO-EDIT ")"
               IF LOGADO-SUPERVISOR
                   DISPLAY "Autoriza salario fora da faixa (S/N)? "
                       WITH NO ADVANCING
                   ACCEPT WS-AUTORIZA-FAIXA
                   IF WS-AUTORIZA-FAIXA = "S"
                           OR WS-AUTORIZA-FAIXA = "s"
                       SET FAIXA-AUTORIZADA TO TRUE
                   ELSE
                       MOVE "N" TO WS-FAIXA-OK
                       DISPLAY "Operacao cancelada"
                   END-IF
               ELSE
                   MOVE "N" TO WS-FAIXA-OK
                   DISPLAY "So um supervisor autoriza salario fora da "
                       "faixa - operacao nao efetuada"
               END-IF
           END-IF.

      * E-mail para o contracheque individual - em branco vale (a
      * pessoa recebe em papel); preenchido, precisa de uma arroba so,
      * com algo antes dela, e nenhum espaco no meio.
       SOLICITAR-EMAIL.
           DISPLAY "E-mail (branco = sem e-mail): " WITH NO ADVANCING.
           ACCEPT EMAIL-ALUNO.
           IF EMAIL-ALUNO = SPACES
               SET EMAIL-VALIDO TO TRUE
           ELSE
               MOVE ZERO TO WS-QTDE-ARROBA
               MOVE ZERO TO WS-QTDE-ESPACOS
               INSPECT EMAIL-ALUNO TALLYING WS-QTDE-ARROBA
                   FOR ALL "@"
               INSPECT EMAIL-ALUNO TALLYING WS-QTDE-ESPACOS
                   FOR LEADING SPACE
               IF WS-QTDE-ARROBA NOT = 1 OR WS-QTDE-ESPACOS > ZERO
                       OR EMAIL-ALUNO (1:1) = "@"
                   DISPLAY "E-mail invalido - digite novamente"
               ELSE
                   PERFORM CONFERIR-ESPACO-EMAIL
               END-IF
           END-IF.

      * Espaco so pode aparecer depois do fim do endereco.
       CONFERIR-ESPACO-EMAIL.
           MOVE ZERO TO WS-QTDE-ESPACOS
           INSPECT EMAIL-ALUNO TALLYING WS-QTDE-ESPACOS
               FOR ALL SPACE BEFORE INITIAL "  "
           IF WS-QTDE-ESPACOS > ZERO
               DISPLAY "E-mail com espaco - digite novamente"
           ELSE
               SET EMAIL-VALIDO TO TRUE
           END-IF.

      * O DV fica no subprograma VALCPF - mesma critica que o lote de
      * IMPCAD e a carga unica de CPFBACK aplicam.
       SOLICITAR-CPF.
           MOVE WS-DEPOIS-TRABALHO TO PEN-DEPOIS
           WRITE REGISTRO-PENDENTE
               INVALID KEY
                   MOVE "PENDENTE" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-PEN TO ERR-STATUS
                   MOVE PEN-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar a pendencia"
               NOT INVALID KEY
                   DISPLAY "Alteracao enviada para aprovacao do "
           MOVE MATRICULA TO AUD-MATRICULA.
           MOVE WS-ANTES TO AUD-ANTES.
           MOVE WS-DEPOIS TO AUD-DEPOIS.
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CADUSUARIO" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CADUSUARIO.
