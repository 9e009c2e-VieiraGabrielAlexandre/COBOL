      ******************************************************************
      * Author:
      * Date:
      * Purpose: Renumeracao em massa de CEPs a partir do arquivo de
      *          mudancas dos correios (CEPMUDA.TXT, layout fixo: CEP
      *          antigo 8, CEP novo 8, logradouro 20, cidade 20, UF 2
      *          - o endereco do CEP novo, no desenho da CEPBASE.TXT;
      *          em branco quando o CEP novo so herda o endereco do
      *          antigo). Grava o CEP novo no ENDERECO e tira dele o
      *          antigo, e regrava CEP-ALUNO em todo registro do
      *          CADUSUAR e do ALUNOS que ainda carrega o numero
      *          antigo - cada mudanca do CADUSUAR com o evento de
      *          alteracao no AUDITORI, como qualquer Alterar. O
      *          CARGACEP so inclui CEP novo; sem esta renumeracao as
      *          pessoas ficavam no CEP que sumiu e o VALIDCAD as
      *          apontava como sem endereco. CEP antigo repetido no
      *          arquivo e desmembramento: os CEPs novos entram no
      *          ENDERECO, mas ninguem e movido - as pessoas vao para a
      *          revisao, porque so o numero da casa diz para qual dos
      *          novos cada uma vai. O relatorio (spool RENUMCEP) lista
      *          as mudancas e, para revisao, os CEPs novos que caem em
      *          outra cidade ou UF. Reexecutavel: CEP ja renumerado
      *          nao encontra mais ninguem no numero antigo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENUMCEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MUDANCA-FILE ASSIGN TO "CEPMUDA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MUD.
           SELECT ENDERECO-FILE ASSIGN TO "ENDERECO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-ENDERECO
               FILE STATUS IS WS-STATUS-END.
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
           SELECT ALUNO-FILE ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-NOME
               FILE STATUS IS WS-STATUS-ALU.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  MUDANCA-FILE.
       01  LINHA-MUDANCA.
           03 MUD-CEP-ANTIGO       PIC X(08).
           03 MUD-CEP-NOVO         PIC X(08).
           03 MUD-LOGRADOURO       PIC X(20).
           03 MUD-CIDADE           PIC X(20).
           03 MUD-UF               PIC X(02).
       FD  ENDERECO-FILE.
           COPY "REGEND.cpy".
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  ALUNO-FILE.
      * Espelho do REGISTRO-ALUNO de REGCAD.cpy com nomes proprios, como
      * em MIGRALUN.cbl - um programa nao pode copiar o mesmo copybook
      * duas vezes. So o nome e o CEP interessam aqui.
       01  REGISTRO-ALUNO-ESCOLA.
           03 ALU-MATRICULA        PIC 9(06).
           03 ALU-NOME.
               05 ALU-PRIMEIRONOME PIC X(20).
               05 ALU-SOBRENOME    PIC X(20).
           03 FILLER               PIC X(83).
           03 ALU-CEP              PIC 9(08).
           03 ALU-CEP-EDIT.
               05 ALU-CEP-EDIT-P1  PIC 9(05).
               05 FILLER           PIC X(01).
               05 ALU-CEP-EDIT-P2  PIC 9(03).
           03 FILLER               PIC X(154).
       FD  AUDITORIA-FILE.
           COPY "REGAUD.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-MUD       PIC X(02) VALUE SPACES.
       77  WS-STATUS-END       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ALU       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-ALUNOS-ABERTO    PIC X(01) VALUE "N".
           88 ALUNOS-ABERTO        VALUE "S".
       77  WS-QTDE-MUDANCAS    PIC 9(04) VALUE ZERO.
       77  WS-MAX-MUDANCAS     PIC 9(04) VALUE 2000.
       77  WS-INDICE-MUD       PIC 9(04) VALUE ZERO.
       77  WS-INDICE-DUP       PIC 9(04) VALUE ZERO.
       77  WS-ACHOU-MUD        PIC X(01) VALUE "N".
           88 ACHOU-MUD            VALUE "S".
       77  WS-CEP-PROCURADO    PIC 9(08) VALUE ZEROS.
       77  WS-ACHOU-ANTIGO     PIC X(01) VALUE "N".
           88 ACHOU-ANTIGO         VALUE "S".
       77  WS-TOTAL-LIDAS      PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-INVALIDAS  PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-IGNORADAS  PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-CEP-INCLUIDOS PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-CEP-ATUALIZADOS PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-CEP-RETIRADOS PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-CADASTRO   PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-ALUNOS     PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-REVISAR    PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-FALHAS     PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-OUTRA-CIDADE PIC 9(06) VALUE ZERO.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "RENUMCEP".
       01  LINHA-RENUMERACAO   PIC X(100) VALUE SPACES.
       01  WS-ANTES            PIC X(300) VALUE SPACES.
      * As mudancas do arquivo dos correios, carregadas uma vez: o
      * CADUSUAR e o ALUNOS sao lidos uma unica vez cada, procurando o
      * CEP de cada pessoa nesta tabela.
       01  TABELA-MUDANCAS.
           03 TAB-MUDANCA-ITEM OCCURS 2000 TIMES.
               05 TAB-CEP-ANTIGO   PIC 9(08).
               05 TAB-CEP-NOVO     PIC 9(08).
               05 TAB-LOGRADOURO   PIC X(20).
               05 TAB-CIDADE       PIC X(20).
               05 TAB-UF           PIC X(02).
               05 TAB-CIDADE-ANTIGA PIC X(20).
               05 TAB-UF-ANTIGA    PIC X(02).
      * "R" = renumeracao simples, as pessoas sao movidas; "D" = CEP
      * antigo desmembrado em mais de um novo, ninguem e movido.
               05 TAB-TIPO         PIC X(01).
                   88 TAB-RENUMERACAO      VALUE "R".
                   88 TAB-DESMEMBRAMENTO   VALUE "D".
               05 TAB-OUTRA-CIDADE PIC X(01).
                   88 TAB-CIDADE-DIFERENTE VALUE "S".
               05 TAB-QTDE-CADASTRO PIC 9(06).
               05 TAB-QTDE-ALUNOS  PIC 9(06).
       01  WS-DETALHE-MUDANCA.
           03 WS-DET-CEP-ANTIGO    PIC 9(08).
           03 FILLER               PIC X(04) VALUE " -> ".
           03 WS-DET-CEP-NOVO      PIC 9(08).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-CIDADE-ANTIGA PIC X(20).
           03 WS-DET-UF-ANTIGA     PIC X(02).
           03 FILLER               PIC X(04) VALUE " -> ".
           03 WS-DET-CIDADE-NOVA   PIC X(20).
           03 WS-DET-UF-NOVA       PIC X(02).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-DET-OBSERVACAO    PIC X(29).
       01  WS-DETALHE-PESSOA.
           03 WS-PES-ORIGEM        PIC X(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-PES-MATRICULA     PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-PES-NOME          PIC X(40).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-PES-CEP-ANTIGO    PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-PES-CEP-NOVO      PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-PES-SITUACAO      PIC X(25).

           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== RENUMERACAO DE CEPS =====".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT MUDANCA-FILE
           IF WS-STATUS-MUD NOT = "00"
               MOVE "CEPMUDA.TXT" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-MUD TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CEPMUDA.TXT indisponivel - status "
                   WS-STATUS-MUD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LER-PROXIMA-MUDANCA
           PERFORM CARREGAR-MUDANCA UNTIL FIM-ARQUIVO
           CLOSE MUDANCA-FILE
           IF WS-QTDE-MUDANCAS = ZERO
               DISPLAY "Nenhuma mudanca de CEP valida no arquivo"
               DISPLAY "Linhas lidas......: " WS-TOTAL-LIDAS
               DISPLAY "Linhas invalidas..: " WS-TOTAL-INVALIDAS
               STOP RUN
           END-IF
           OPEN I-O ENDERECO-FILE
           IF WS-STATUS-END = "35"
               OPEN OUTPUT ENDERECO-FILE
               CLOSE ENDERECO-FILE
               OPEN I-O ENDERECO-FILE
           END-IF
           IF WS-STATUS-END NOT = "00"
               MOVE "ENDERECO" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-END TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "ENDERECO indisponivel - status " WS-STATUS-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CADUSUAR indisponivel - status " WS-STATUS-ARQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * O ALUNOS continua sendo lido pela cobranca (carta de cobranca
      * monta o endereco pelo CEP dele) - se existe, e renumerado
      * junto; se nao existe, so o CADUSUAR.
           OPEN I-O ALUNO-FILE
           IF WS-STATUS-ALU = "00"
               SET ALUNOS-ABERTO TO TRUE
           END-IF
           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUD NOT = "00"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-RENUMERACAO
           MOVE "----- RENUMERACAO DE CEPS (CEPMUDA.TXT) -----"
               TO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-RENUMERACAO
           STRING "Data: " WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA
           MOVE "CEPs renumerados:" TO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA
           PERFORM ATUALIZAR-ENDERECO
               VARYING WS-INDICE-MUD FROM 1 BY 1
               UNTIL WS-INDICE-MUD > WS-QTDE-MUDANCAS
           MOVE SPACES TO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA
           MOVE "Pessoas:" TO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA
           MOVE "Arquivo  Matric Nome" TO LINHA-RENUMERACAO
           MOVE "CEP ant. CEP novo Situacao"
               TO LINHA-RENUMERACAO (58:)
           PERFORM EMITIR-LINHA
           PERFORM RENUMERAR-CADASTRO
           IF ALUNOS-ABERTO
               PERFORM RENUMERAR-ALUNOS
           END-IF
           PERFORM LISTAR-OUTRA-CIDADE
           PERFORM EMITIR-TOTAIS
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-RENUMERACAO
           CLOSE ENDERECO-FILE
           CLOSE CADASTRO-FILE
           IF ALUNOS-ABERTO
               CLOSE ALUNO-FILE
           END-IF
           CLOSE AUDITORIA-FILE
           IF WS-TOTAL-FALHAS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "===== FIM DA RENUMERACAO DE CEPS =====".
           STOP RUN.

      * Cada linha sai no terminal e vai junto para o spool datado.
       EMITIR-LINHA.
           DISPLAY LINHA-RENUMERACAO
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-RENUMERACAO.

      ******************************************************************
      * Carga da tabela de mudancas - linha com CEP nao numerico ou
      * com o CEP novo igual ao antigo nao e mudanca; CEP antigo que
      * ja esta na tabela com outro novo marca as duas entradas como
      * desmembramento, e a mesma mudanca repetida entra uma vez so.
      ******************************************************************
       LER-PROXIMA-MUDANCA.
           READ MUDANCA-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       CARREGAR-MUDANCA.
           ADD 1 TO WS-TOTAL-LIDAS
           EVALUATE TRUE
               WHEN MUD-CEP-ANTIGO NOT NUMERIC
                       OR MUD-CEP-NOVO NOT NUMERIC
                   ADD 1 TO WS-TOTAL-INVALIDAS
                   DISPLAY "Linha invalida (CEP nao numerico): "
                       MUD-CEP-ANTIGO " " MUD-CEP-NOVO
               WHEN MUD-CEP-ANTIGO = MUD-CEP-NOVO
                   ADD 1 TO WS-TOTAL-INVALIDAS
                   DISPLAY "Linha invalida (CEP novo igual ao "
                       "antigo): " MUD-CEP-ANTIGO
               WHEN OTHER
                   PERFORM GUARDAR-MUDANCA
           END-EVALUATE
           PERFORM LER-PROXIMA-MUDANCA.

       GUARDAR-MUDANCA.
           MOVE "N" TO WS-ACHOU-MUD
           MOVE MUD-CEP-ANTIGO TO WS-CEP-PROCURADO
           PERFORM COMPARAR-ANTIGO-CARGA
               VARYING WS-INDICE-DUP FROM 1 BY 1
               UNTIL WS-INDICE-DUP > WS-QTDE-MUDANCAS OR ACHOU-MUD
           IF ACHOU-MUD
                   AND TAB-CEP-NOVO(WS-INDICE-DUP) = MUD-CEP-NOVO
               ADD 1 TO WS-TOTAL-IGNORADAS
           ELSE
               IF WS-QTDE-MUDANCAS < WS-MAX-MUDANCAS
                   ADD 1 TO WS-QTDE-MUDANCAS
                   MOVE WS-QTDE-MUDANCAS TO WS-INDICE-MUD
                   MOVE MUD-CEP-ANTIGO TO TAB-CEP-ANTIGO(WS-INDICE-MUD)
                   MOVE MUD-CEP-NOVO TO TAB-CEP-NOVO(WS-INDICE-MUD)
                   MOVE MUD-LOGRADOURO TO TAB-LOGRADOURO(WS-INDICE-MUD)
                   MOVE MUD-CIDADE TO TAB-CIDADE(WS-INDICE-MUD)
                   MOVE MUD-UF TO TAB-UF(WS-INDICE-MUD)
                   MOVE SPACES TO TAB-CIDADE-ANTIGA(WS-INDICE-MUD)
                   MOVE SPACES TO TAB-UF-ANTIGA(WS-INDICE-MUD)
                   MOVE "N" TO TAB-OUTRA-CIDADE(WS-INDICE-MUD)
                   MOVE ZEROS TO TAB-QTDE-CADASTRO(WS-INDICE-MUD)
                   MOVE ZEROS TO TAB-QTDE-ALUNOS(WS-INDICE-MUD)
                   SET TAB-RENUMERACAO(WS-INDICE-MUD) TO TRUE
                   IF ACHOU-MUD
                       PERFORM MARCAR-DESMEMBRAMENTO
                           VARYING WS-INDICE-DUP FROM 1 BY 1
                           UNTIL WS-INDICE-DUP > WS-QTDE-MUDANCAS
                   END-IF
               ELSE
                   ADD 1 TO WS-TOTAL-INVALIDAS
                   DISPLAY "Tabela de mudancas cheia - ignorada: "
                       MUD-CEP-ANTIGO " " MUD-CEP-NOVO
               END-IF
           END-IF.

       COMPARAR-ANTIGO-CARGA.
           IF TAB-CEP-ANTIGO(WS-INDICE-DUP) = WS-CEP-PROCURADO
               SET ACHOU-MUD TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-DUP
           END-IF.

       MARCAR-DESMEMBRAMENTO.
           IF TAB-CEP-ANTIGO(WS-INDICE-DUP) = WS-CEP-PROCURADO
               SET TAB-DESMEMBRAMENTO(WS-INDICE-DUP) TO TRUE
           END-IF.

      ******************************************************************
      * ENDERECO: o CEP novo entra com o endereco do arquivo (ou, em
      * branco, com o do antigo); o antigo sai quando a renumeracao e
      * simples - CEP que sumiu nao deve mais ser aceito na digitacao
      * do cadastro. No desmembramento o antigo fica ate a revisao.
      ******************************************************************
       ATUALIZAR-ENDERECO.
           MOVE "N" TO WS-ACHOU-ANTIGO
           MOVE TAB-CEP-ANTIGO(WS-INDICE-MUD) TO CEP-ENDERECO
           READ ENDERECO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACHOU-ANTIGO TO TRUE
                   MOVE CIDADE-ENDERECO
                       TO TAB-CIDADE-ANTIGA(WS-INDICE-MUD)
                   MOVE UF-ENDERECO TO TAB-UF-ANTIGA(WS-INDICE-MUD)
                   IF TAB-CIDADE(WS-INDICE-MUD) = SPACES
                       MOVE LOGRADOURO-ENDERECO
                           TO TAB-LOGRADOURO(WS-INDICE-MUD)
                       MOVE CIDADE-ENDERECO
                           TO TAB-CIDADE(WS-INDICE-MUD)
                       MOVE UF-ENDERECO TO TAB-UF(WS-INDICE-MUD)
                   END-IF
           END-READ
           PERFORM GRAVAR-CEP-NOVO
           IF ACHOU-ANTIGO AND TAB-RENUMERACAO(WS-INDICE-MUD)
               MOVE TAB-CEP-ANTIGO(WS-INDICE-MUD) TO CEP-ENDERECO
               DELETE ENDERECO-FILE
                   INVALID KEY
                       MOVE "ENDERECO" TO ERR-ARQUIVO
                       MOVE "DELETE" TO ERR-OPERACAO
                       MOVE WS-STATUS-END TO ERR-STATUS
                       MOVE CEP-ENDERECO TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       ADD 1 TO WS-TOTAL-FALHAS
                       DISPLAY "Falha ao retirar CEP " CEP-ENDERECO
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-CEP-RETIRADOS
               END-DELETE
           END-IF
           IF ACHOU-ANTIGO
                   AND TAB-CIDADE(WS-INDICE-MUD) NOT = SPACES
                   AND (TAB-CIDADE(WS-INDICE-MUD)
                           NOT = TAB-CIDADE-ANTIGA(WS-INDICE-MUD)
                       OR TAB-UF(WS-INDICE-MUD)
                           NOT = TAB-UF-ANTIGA(WS-INDICE-MUD))
               MOVE "S" TO TAB-OUTRA-CIDADE(WS-INDICE-MUD)
               ADD 1 TO WS-TOTAL-OUTRA-CIDADE
           END-IF
           MOVE TAB-CEP-ANTIGO(WS-INDICE-MUD) TO WS-DET-CEP-ANTIGO
           MOVE TAB-CEP-NOVO(WS-INDICE-MUD) TO WS-DET-CEP-NOVO
           MOVE TAB-CIDADE-ANTIGA(WS-INDICE-MUD)
               TO WS-DET-CIDADE-ANTIGA
           MOVE TAB-UF-ANTIGA(WS-INDICE-MUD) TO WS-DET-UF-ANTIGA
           MOVE TAB-CIDADE(WS-INDICE-MUD) TO WS-DET-CIDADE-NOVA
           MOVE TAB-UF(WS-INDICE-MUD) TO WS-DET-UF-NOVA
           EVALUATE TRUE
               WHEN TAB-DESMEMBRAMENTO(WS-INDICE-MUD)
                   MOVE "DESMEMBRAMENTO - REVISAR"
                       TO WS-DET-OBSERVACAO
               WHEN TAB-CIDADE-DIFERENTE(WS-INDICE-MUD)
                   MOVE "OUTRA CIDADE/UF - REVISAR"
                       TO WS-DET-OBSERVACAO
               WHEN NOT ACHOU-ANTIGO
                   MOVE "CEP ANTIGO SEM ENDERECO"
                       TO WS-DET-OBSERVACAO
               WHEN TAB-CIDADE(WS-INDICE-MUD) = SPACES
                   MOVE "CEP NOVO SEM ENDERECO"
                       TO WS-DET-OBSERVACAO
               WHEN OTHER
                   MOVE SPACES TO WS-DET-OBSERVACAO
           END-EVALUATE
           MOVE WS-DETALHE-MUDANCA TO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA.

      * Sem endereco nem no arquivo nem no CEP antigo, o CEP novo nao
      * entra - as pessoas sao movidas mesmo assim e o VALIDCAD aponta
      * o CEP ate o CARGACEP ou o MANENDER o cadastrar.
       GRAVAR-CEP-NOVO.
           MOVE TAB-CEP-NOVO(WS-INDICE-MUD) TO CEP-ENDERECO
           READ ENDERECO-FILE
               INVALID KEY
                   IF TAB-CIDADE(WS-INDICE-MUD) NOT = SPACES
                       PERFORM INCLUIR-CEP-NOVO
                   END-IF
               NOT INVALID KEY
                   IF TAB-CIDADE(WS-INDICE-MUD) = SPACES
                       MOVE LOGRADOURO-ENDERECO
                           TO TAB-LOGRADOURO(WS-INDICE-MUD)
                       MOVE CIDADE-ENDERECO
                           TO TAB-CIDADE(WS-INDICE-MUD)
                       MOVE UF-ENDERECO TO TAB-UF(WS-INDICE-MUD)
                   ELSE
                       PERFORM REGRAVAR-CEP-NOVO
                   END-IF
           END-READ.

       INCLUIR-CEP-NOVO.
           MOVE TAB-CEP-NOVO(WS-INDICE-MUD) TO CEP-ENDERECO
           MOVE TAB-LOGRADOURO(WS-INDICE-MUD) TO LOGRADOURO-ENDERECO
           MOVE TAB-CIDADE(WS-INDICE-MUD) TO CIDADE-ENDERECO
           MOVE TAB-UF(WS-INDICE-MUD) TO UF-ENDERECO
           WRITE REGISTRO-ENDERECO
               INVALID KEY
                   MOVE "ENDERECO" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-END TO ERR-STATUS
                   MOVE CEP-ENDERECO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   ADD 1 TO WS-TOTAL-FALHAS
                   DISPLAY "Falha ao incluir CEP "
                       TAB-CEP-NOVO(WS-INDICE-MUD)
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CEP-INCLUIDOS
           END-WRITE.

       REGRAVAR-CEP-NOVO.
           IF LOGRADOURO-ENDERECO NOT = TAB-LOGRADOURO(WS-INDICE-MUD)
                   OR CIDADE-ENDERECO NOT = TAB-CIDADE(WS-INDICE-MUD)
                   OR UF-ENDERECO NOT = TAB-UF(WS-INDICE-MUD)
               MOVE TAB-LOGRADOURO(WS-INDICE-MUD)
                   TO LOGRADOURO-ENDERECO
               MOVE TAB-CIDADE(WS-INDICE-MUD) TO CIDADE-ENDERECO
               MOVE TAB-UF(WS-INDICE-MUD) TO UF-ENDERECO
               REWRITE REGISTRO-ENDERECO
                   INVALID KEY
                       MOVE "ENDERECO" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-END TO ERR-STATUS
                       MOVE CEP-ENDERECO TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       ADD 1 TO WS-TOTAL-FALHAS
                       DISPLAY "Falha ao atualizar CEP "
                           TAB-CEP-NOVO(WS-INDICE-MUD)
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-CEP-ATUALIZADOS
               END-REWRITE
           END-IF.

       PROCURAR-MUDANCA.
           MOVE "N" TO WS-ACHOU-MUD
           PERFORM COMPARAR-ANTIGO
               VARYING WS-INDICE-MUD FROM 1 BY 1
               UNTIL WS-INDICE-MUD > WS-QTDE-MUDANCAS OR ACHOU-MUD.

       COMPARAR-ANTIGO.
           IF TAB-CEP-ANTIGO(WS-INDICE-MUD) = WS-CEP-PROCURADO
               SET ACHOU-MUD TO TRUE
               SUBTRACT 1 FROM WS-INDICE-MUD
           END-IF.

      ******************************************************************
      * CADUSUAR: todo registro no CEP antigo - ativo ou excluido, para
      * uma restauracao nao trazer de volta o numero que sumiu. Cada
      * regravacao e um Alterar para o AUDITORI, com as duas imagens,
      * e por isso segue no extrato de mudancas da noite.
      ******************************************************************
       RENUMERAR-CADASTRO.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO MATRICULA
           START CADASTRO-FILE KEY NOT < MATRICULA
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-CADASTRO
           END-IF
           PERFORM VERIFICAR-CADASTRO UNTIL FIM-ARQUIVO.

       LER-PROXIMO-CADASTRO.
           READ CADASTRO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       VERIFICAR-CADASTRO.
           MOVE CEP-ALUNO TO WS-CEP-PROCURADO
           PERFORM PROCURAR-MUDANCA
           IF ACHOU-MUD
               MOVE "CADUSUAR" TO WS-PES-ORIGEM
               MOVE MATRICULA TO WS-PES-MATRICULA
               MOVE NOME-ALUNO TO WS-PES-NOME
               MOVE CEP-ALUNO TO WS-PES-CEP-ANTIGO
               MOVE TAB-CEP-NOVO(WS-INDICE-MUD) TO WS-PES-CEP-NOVO
               IF TAB-DESMEMBRAMENTO(WS-INDICE-MUD)
                   MOVE ZEROS TO WS-PES-CEP-NOVO
                   MOVE "DESMEMBRADO - REVISAR" TO WS-PES-SITUACAO
                   ADD 1 TO WS-TOTAL-REVISAR
               ELSE
                   PERFORM REGRAVAR-CADASTRO
               END-IF
               MOVE WS-DETALHE-PESSOA TO LINHA-RENUMERACAO
               PERFORM EMITIR-LINHA
           END-IF
           PERFORM LER-PROXIMO-CADASTRO.

       REGRAVAR-CADASTRO.
           MOVE REGISTRO-ALUNO TO WS-ANTES
           MOVE TAB-CEP-NOVO(WS-INDICE-MUD) TO CEP-ALUNO
           MOVE CEP-ALUNO(1:5) TO CEP-ALUNO-EDIT-P1
           MOVE CEP-ALUNO(6:3) TO CEP-ALUNO-EDIT-P2
           REWRITE REGISTRO-ALUNO
               INVALID KEY
                   MOVE "CADUSUAR" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-ARQ TO ERR-STATUS
                   MOVE MATRICULA TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   ADD 1 TO WS-TOTAL-FALHAS
                   MOVE "FALHA AO GRAVAR" TO WS-PES-SITUACAO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CADASTRO
                   ADD 1 TO TAB-QTDE-CADASTRO(WS-INDICE-MUD)
                   PERFORM GRAVAR-AUDITORIA
                   IF TAB-CIDADE-DIFERENTE(WS-INDICE-MUD)
                       MOVE "MOVIDO - OUTRA CIDADE/UF"
                           TO WS-PES-SITUACAO
                   ELSE
                       MOVE "MOVIDO" TO WS-PES-SITUACAO
                   END-IF
           END-REWRITE.

       GRAVAR-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE "RENUMCEP" TO AUD-OPERADOR
           SET AUD-ALTERACAO TO TRUE
           MOVE MATRICULA TO AUD-MATRICULA
           MOVE WS-ANTES TO AUD-ANTES
           MOVE REGISTRO-ALUNO TO AUD-DEPOIS
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA.

      ******************************************************************
      * ALUNOS: fora do AUDITORI (que e o rastro do CADUSUAR e alimenta
      * o extrato de mudancas por matricula) - a renumeracao de cada
      * aluno fica registrada neste relatorio.
      ******************************************************************
       RENUMERAR-ALUNOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO ALU-NOME
           START ALUNO-FILE KEY NOT < ALU-NOME
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-ALUNO
           END-IF
           PERFORM VERIFICAR-ALUNO UNTIL FIM-ARQUIVO.

       LER-PROXIMO-ALUNO.
           READ ALUNO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       VERIFICAR-ALUNO.
           IF ALU-CEP IS NUMERIC
               MOVE ALU-CEP TO WS-CEP-PROCURADO
               PERFORM PROCURAR-MUDANCA
               IF ACHOU-MUD
                   MOVE "ALUNOS" TO WS-PES-ORIGEM
                   MOVE ALU-MATRICULA TO WS-PES-MATRICULA
                   MOVE ALU-NOME TO WS-PES-NOME
                   MOVE ALU-CEP TO WS-PES-CEP-ANTIGO
                   MOVE TAB-CEP-NOVO(WS-INDICE-MUD) TO WS-PES-CEP-NOVO
                   IF TAB-DESMEMBRAMENTO(WS-INDICE-MUD)
                       MOVE ZEROS TO WS-PES-CEP-NOVO
                       MOVE "DESMEMBRADO - REVISAR"
                           TO WS-PES-SITUACAO
                       ADD 1 TO WS-TOTAL-REVISAR
                   ELSE
                       PERFORM REGRAVAR-ALUNO
                   END-IF
                   MOVE WS-DETALHE-PESSOA TO LINHA-RENUMERACAO
                   PERFORM EMITIR-LINHA
               END-IF
           END-IF
           PERFORM LER-PROXIMO-ALUNO.

       REGRAVAR-ALUNO.
           MOVE TAB-CEP-NOVO(WS-INDICE-MUD) TO ALU-CEP
           MOVE ALU-CEP(1:5) TO ALU-CEP-EDIT-P1
           MOVE ALU-CEP(6:3) TO ALU-CEP-EDIT-P2
           REWRITE REGISTRO-ALUNO-ESCOLA
               INVALID KEY
                   MOVE "ALUNOS" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-ALU TO ERR-STATUS
                   MOVE ALU-MATRICULA TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   ADD 1 TO WS-TOTAL-FALHAS
                   MOVE "FALHA AO GRAVAR" TO WS-PES-SITUACAO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALUNOS
                   ADD 1 TO TAB-QTDE-ALUNOS(WS-INDICE-MUD)
                   IF TAB-CIDADE-DIFERENTE(WS-INDICE-MUD)
                       MOVE "MOVIDO - OUTRA CIDADE/UF"
                           TO WS-PES-SITUACAO
                   ELSE
                       MOVE "MOVIDO" TO WS-PES-SITUACAO
                   END-IF
           END-REWRITE.

      ******************************************************************
      * Revisao: CEP novo em outra cidade ou UF costuma ser erro do
      * arquivo ou mudanca de municipio - quem foi movido para ele
      * precisa de conferencia do cadastro.
      ******************************************************************
       LISTAR-OUTRA-CIDADE.
           IF WS-TOTAL-OUTRA-CIDADE > ZERO
               MOVE SPACES TO LINHA-RENUMERACAO
               PERFORM EMITIR-LINHA
               MOVE "Para revisao - CEP novo em outra cidade ou UF:"
                   TO LINHA-RENUMERACAO
               PERFORM EMITIR-LINHA
               PERFORM LISTAR-MUDANCA-OUTRA-CIDADE
                   VARYING WS-INDICE-MUD FROM 1 BY 1
                   UNTIL WS-INDICE-MUD > WS-QTDE-MUDANCAS
           END-IF.

       LISTAR-MUDANCA-OUTRA-CIDADE.
           IF TAB-CIDADE-DIFERENTE(WS-INDICE-MUD)
               MOVE SPACES TO LINHA-RENUMERACAO
               STRING TAB-CEP-ANTIGO(WS-INDICE-MUD) " "
                   TAB-CIDADE-ANTIGA(WS-INDICE-MUD) " "
                   TAB-UF-ANTIGA(WS-INDICE-MUD) " -> "
                   TAB-CEP-NOVO(WS-INDICE-MUD) " "
                   TAB-CIDADE(WS-INDICE-MUD) " "
                   TAB-UF(WS-INDICE-MUD) "  movidos: "
                   TAB-QTDE-CADASTRO(WS-INDICE-MUD) " CADUSUAR "
                   TAB-QTDE-ALUNOS(WS-INDICE-MUD) " ALUNOS"
                   DELIMITED BY SIZE INTO LINHA-RENUMERACAO
               PERFORM EMITIR-LINHA
           END-IF.

       EMITIR-TOTAIS.
           MOVE SPACES TO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-RENUMERACAO
           STRING "Linhas lidas.................: " WS-TOTAL-LIDAS
               DELIMITED BY SIZE INTO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-RENUMERACAO
           STRING "Linhas invalidas.............: "
               WS-TOTAL-INVALIDAS DELIMITED BY SIZE
               INTO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-RENUMERACAO
           STRING "Linhas repetidas.............: "
               WS-TOTAL-IGNORADAS DELIMITED BY SIZE
               INTO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-RENUMERACAO
           STRING "CEPs novos incluidos.........: "
               WS-TOTAL-CEP-INCLUIDOS DELIMITED BY SIZE
               INTO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-RENUMERACAO
           STRING "CEPs novos atualizados.......: "
               WS-TOTAL-CEP-ATUALIZADOS DELIMITED BY SIZE
               INTO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-RENUMERACAO
           STRING "CEPs antigos retirados.......: "
               WS-TOTAL-CEP-RETIRADOS DELIMITED BY SIZE
               INTO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-RENUMERACAO
           STRING "Registros CADUSUAR movidos...: "
               WS-TOTAL-CADASTRO DELIMITED BY SIZE
               INTO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-RENUMERACAO
           STRING "Registros ALUNOS movidos.....: "
               WS-TOTAL-ALUNOS DELIMITED BY SIZE
               INTO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-RENUMERACAO
           STRING "Pessoas em CEP desmembrado...: "
               WS-TOTAL-REVISAR DELIMITED BY SIZE
               INTO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-RENUMERACAO
           STRING "CEPs novos em outra cidade/UF: "
               WS-TOTAL-OUTRA-CIDADE DELIMITED BY SIZE
               INTO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-RENUMERACAO
           STRING "Falhas de gravacao...........: "
               WS-TOTAL-FALHAS DELIMITED BY SIZE
               INTO LINHA-RENUMERACAO
           PERFORM EMITIR-LINHA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RENUMCEP" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RENUMCEP.
