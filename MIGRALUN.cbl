      ******************************************************************
      * Author:
      * Date:
      * Purpose: Migracao do ALUNOS para o CADUSUAR, o cadastro unico
      *          de pessoas - em dois passos com a decisao do
      *          supervisor no meio. "P" (propor) casa cada aluno
      *          ativo com o CADUSUAR pelo nome, como o RECONCAD, e
      *          grava uma proposta por aluno no MIGRPROP (REGMIG.cpy):
      *          fusao na matricula que ja existe ou inclusao de quem
      *          so esta no ALUNOS, com o CPF e o nascimento que vao
      *          ficar e o salario vencedor (o do CADUSUAR quando
      *          existe). CPF divergente entre os dois, CPF ja em uso
      *          por outra matricula ativa e nome repetido no CADUSUAR
      *          seguram a proposta. O relatorio de revisao sai pelo
      *          spool (SPL.MIGRALUN.AAAAMMDD); o supervisor decide
      *          cada proposta em APROVMIG. "C" (carregar) aplica as
      *          aprovadas: a fusao regrava a matricula existente
      *          (salario escolhido, CPF, nascimento, endereco, e-mail
      *          e desconto da mensalidade completados pelo ALUNOS) e a
      *          inclusao grava matricula nova tirada do MATRCTL - cada
      *          uma com o evento no AUDITORI e, se o salario mudou, no
      *          HISTSAL. Quando nao sobra proposta sem decisao nem
      *          aprovada por carregar, grava o marco ALUCONG: o ALUNOS
      *          passa a historico somente leitura. Fusao e inclusao
      *          marcam o INDICADOR-ALUNO; "M" (marcar) o acerta nas
      *          matriculas de propostas ja carregadas antes do campo
      *          existir, e e o unico modo aceito depois do
      *          congelamento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRALUN.
       ENVIRONMENT DIVISION.
      * Decimal separator is a build-time switch, same as EXEMPLO1.COB:
      * compile with "cobc -D BRLOCALE=1 ..." for shops that key and
      * display salaries with a comma (REGCAD.cpy's SALARIO/DEDUCAO
      * -EDIT pictures only parse correctly when this is in effect).
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
           SELECT ALUNO-FILE ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-NOME
               FILE STATUS IS WS-STATUS-ALU.
           SELECT MIGRACAO-FILE ASSIGN TO "MIGRPROP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MIG-NOME
               FILE STATUS IS WS-STATUS-MIG.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT HISTSAL-FILE ASSIGN TO "HISTSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HSAL.
           SELECT CONTROLE-MATR-FILE ASSIGN TO "MATRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.
           SELECT CONGELAMENTO-FILE ASSIGN TO "ALUCONG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONG.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  ALUNO-FILE.
      * Espelho byte a byte do REGISTRO-ALUNO de REGCAD.cpy com nomes
      * proprios, como em RECONCAD.cbl - um programa nao pode copiar o
      * mesmo copybook duas vezes. Aqui vai ate o fim do registro: a
      * inclusao leva a imagem inteira do aluno para o CADUSUAR.
       01  REGISTRO-ALUNO-ESCOLA.
           03 ALU-MATRICULA        PIC 9(06).
           03 ALU-NOME.
               05 ALU-PRIMEIRONOME PIC X(20).
               05 ALU-SOBRENOME    PIC X(20).
           03 ALU-SALARIO          PIC 9(10)V99.
           03 ALU-SALARIO-EDIT     PIC X(13).
           03 ALU-DEDUCAO          PIC 9(10)V99.
           03 ALU-DEDUCAO-EDIT     PIC X(13).
           03 ALU-LIQUIDO          PIC 9(10)V99.
           03 ALU-LIQUIDO-EDIT     PIC X(13).
           03 ALU-DATA-NASCIMENTO  PIC 9(08).
           03 ALU-CEP              PIC 9(08).
           03 ALU-CEP-EDIT         PIC X(09).
           03 ALU-CPF              PIC 9(11).
           03 ALU-CPF-EDIT         PIC X(14).
           03 ALU-NUMERO           PIC X(06).
           03 ALU-COMPLEMENTO      PIC X(15).
           03 ALU-DATA-ADMISSAO    PIC 9(08).
           03 ALU-STATUS           PIC X(01).
           03 ALU-CCUSTO           PIC X(06).
           03 ALU-CARGO            PIC X(06).
           03 ALU-FAIXA-SALARIAL   PIC X(01).
           03 ALU-EMAIL            PIC X(50).
           03 ALU-MATRICULA-ANTERIOR PIC 9(06).
           03 ALU-EMPREGADOR       PIC 9(02).
           03 ALU-DESCONTO         PIC 9(03)V99.
           03 ALU-INDICADOR-ALUNO  PIC X(01).
           03 FILLER               PIC X(22).
       FD  MIGRACAO-FILE.
           COPY "REGMIG.cpy".
       FD  AUDITORIA-FILE.
           COPY "REGAUD.cpy".
       FD  HISTSAL-FILE.
           COPY "REGHSAL.cpy".
       FD  CONTROLE-MATR-FILE.
       01  REGISTRO-CONTROLE-MATR.
           03 CTL-PROXIMA-MATRICULA PIC 9(06).
      * Marco do congelamento do ALUNOS: quando e o que a carga fez.
      * Existindo, ninguem mais regrava o ALUNOS (CALCDED o pula).
       FD  CONGELAMENTO-FILE.
       01  REGISTRO-CONGELAMENTO.
           03 CONG-DATA            PIC 9(08).
           03 CONG-HORA            PIC 9(06).
           03 CONG-TOTAL-FUNDIDOS  PIC 9(06).
           03 CONG-TOTAL-INCLUIDOS PIC 9(06).
           03 CONG-TOTAL-REJEITADOS PIC 9(06).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ALU       PIC X(02) VALUE SPACES.
       77  WS-STATUS-MIG       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-STATUS-HSAL      PIC X(02) VALUE SPACES.
       77  WS-STATUS-CTL       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CONG      PIC X(02) VALUE SPACES.
       77  WS-MODO             PIC X(01) VALUE SPACE.
       77  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77  WS-DATA-CONGELAMENTO PIC 9(08) VALUE ZEROS.
       77  WS-FIM-ALUNOS       PIC X(01) VALUE "N".
           88 FIM-ALUNOS           VALUE "S".
       77  WS-FIM-CADASTRO     PIC X(01) VALUE "N".
           88 FIM-CADASTRO         VALUE "S".
       77  WS-FIM-PROPOSTAS    PIC X(01) VALUE "N".
           88 FIM-PROPOSTAS        VALUE "S".
       77  WS-QTDE-CASADOS     PIC 9(03) VALUE ZERO.
       77  WS-CAD-MATRICULA    PIC 9(06) VALUE ZEROS.
       77  WS-CAD-SALARIO      PIC 9(10)V99 VALUE ZEROS.
       77  WS-CAD-CPF          PIC 9(11) VALUE ZEROS.
       77  WS-CAD-NASCIMENTO   PIC 9(08) VALUE ZEROS.
       77  WS-CPF-CRITICA      PIC 9(11) VALUE ZEROS.
       77  WS-MATRICULA-CRITICA PIC 9(06) VALUE ZEROS.
       77  WS-CPF-EM-USO       PIC X(01) VALUE "N".
           88 CPF-EM-USO           VALUE "S".
       77  WS-MATRICULA-AUTO   PIC 9(06) VALUE ZEROS.
       77  WS-SALARIO-ANTIGO   PIC 9(10)V99 VALUE ZEROS.
       77  WS-CARREGOU         PIC X(01) VALUE "N".
           88 CARREGOU             VALUE "S".
       77  WS-TOTAL-FUSOES     PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-INCLUSOES  PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-CONFLITOS  PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-DIVERGENTES PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-FUNDIDOS   PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-INCLUIDOS  PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-REJEITADAS PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-SEM-DECISAO PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-FALHAS     PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-MARCADOS   PIC 9(06) VALUE ZERO.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "MIGRALUN".
       01  LINHA-MIGRACAO      PIC X(100) VALUE SPACES.
       01  WS-ANTES            PIC X(300) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-SALARIO-CAD-EDIT PIC ZZZZZZZZZ9,99.
       01  WS-SALARIO-ALU-EDIT PIC ZZZZZZZZZ9,99.
      >>ELSE
       01  WS-SALARIO-CAD-EDIT PIC ZZZZZZZZZ9.99.
       01  WS-SALARIO-ALU-EDIT PIC ZZZZZZZZZ9.99.
      >>END-IF
       01  WS-DETALHE-PROPOSTA.
           03 WS-DET-TIPO          PIC X(01).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-DET-MATRICULA     PIC X(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-DET-NOME          PIC X(40).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-DET-SALARIO-CAD   PIC X(13).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-DET-SALARIO-ALU   PIC X(13).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-DET-ORIGEM        PIC X(01).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-DET-OBSERVACAO    PIC X(20).

           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== MIGRACAO ALUNOS -> CADUSUAR =====".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM VERIFICAR-CONGELAMENTO
           IF WS-DATA-CONGELAMENTO NOT = ZEROS
               DISPLAY "ALUNOS ja congelado como historico em "
                   WS-DATA-CONGELAMENTO " - migracao encerrada"
               DISPLAY "M-Marcar os alunos ja migrados: "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "P-Propor a migracao  C-Carregar as aprovadas"
                   "  M-Marcar alunos: " WITH NO ADVANCING
           END-IF
           ACCEPT WS-MODO
           EVALUATE TRUE
               WHEN WS-MODO = "M" OR "m"
                   PERFORM MARCAR-ALUNOS-MIGRADOS
               WHEN WS-DATA-CONGELAMENTO NOT = ZEROS
                   DISPLAY "Depois do congelamento so o modo M e aceito"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MODO = "P" OR "p"
                   PERFORM PROPOR-MIGRACAO
               WHEN WS-MODO = "C" OR "c"
                   PERFORM CARREGAR-MIGRACAO
               WHEN OTHER
                   DISPLAY "Modo invalido - nada foi feito"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       VERIFICAR-CONGELAMENTO.
           MOVE ZEROS TO WS-DATA-CONGELAMENTO
           OPEN INPUT CONGELAMENTO-FILE
           IF WS-STATUS-CONG = "00"
               READ CONGELAMENTO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONG-DATA TO WS-DATA-CONGELAMENTO
               END-READ
               CLOSE CONGELAMENTO-FILE
           END-IF.

      ******************************************************************
      * Passo 1 - propostas e relatorio de revisao. O MIGRPROP e
      * refeito a cada proposta: decisao tomada sobre uma proposta
      * velha nao vale para a nova.
      ******************************************************************
       PROPOR-MIGRACAO.
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
           OPEN INPUT ALUNO-FILE
           IF WS-STATUS-ALU NOT = "00"
               MOVE "ALUNOS" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ALU TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "ALUNOS indisponivel - status " WS-STATUS-ALU
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MIGRACAO-FILE
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-MIGRACAO
           MOVE "----- PROPOSTA DE MIGRACAO ALUNOS -> CADUSUAR -----"
               TO LINHA-MIGRACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-MIGRACAO
           STRING "Data: " WS-DATA-HOJE
               "   F=fusao I=inclusao  Salario vencedor: "
               "C=CADUSUAR A=ALUNOS"
               DELIMITED BY SIZE INTO LINHA-MIGRACAO
           PERFORM EMITIR-LINHA
           MOVE "T Matric Nome" TO LINHA-MIGRACAO
           MOVE "Sal.CADUSUAR   Sal.ALUNOS   V Observacao"
               TO LINHA-MIGRACAO (52:)
           PERFORM EMITIR-LINHA
           PERFORM LER-PROXIMO-ALUNO
           PERFORM PROPOR-ALUNO UNTIL FIM-ALUNOS
           MOVE SPACES TO LINHA-MIGRACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-MIGRACAO
           STRING "Fusoes propostas........: " WS-TOTAL-FUSOES
               DELIMITED BY SIZE INTO LINHA-MIGRACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-MIGRACAO
           STRING "Inclusoes propostas.....: " WS-TOTAL-INCLUSOES
               DELIMITED BY SIZE INTO LINHA-MIGRACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-MIGRACAO
           STRING "Salarios divergentes....: " WS-TOTAL-DIVERGENTES
               DELIMITED BY SIZE INTO LINHA-MIGRACAO
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-MIGRACAO
           STRING "Retidas por conflito....: " WS-TOTAL-CONFLITOS
               DELIMITED BY SIZE INTO LINHA-MIGRACAO
           PERFORM EMITIR-LINHA
           MOVE "Decisao do supervisor em APROVMIG antes da carga."
               TO LINHA-MIGRACAO
           PERFORM EMITIR-LINHA
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-MIGRACAO
           CLOSE CADASTRO-FILE
           CLOSE ALUNO-FILE
           CLOSE MIGRACAO-FILE.

      * Cada linha sai no terminal e vai junto para o spool datado.
       EMITIR-LINHA.
           DISPLAY LINHA-MIGRACAO
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-MIGRACAO.

       LER-PROXIMO-ALUNO.
           READ ALUNO-FILE NEXT RECORD
               AT END SET FIM-ALUNOS TO TRUE
           END-READ.

      * Excluido do ALUNOS fica so no historico - nao migra.
       PROPOR-ALUNO.
           IF ALU-STATUS NOT = "E" AND ALU-STATUS NOT = "X"
               PERFORM MONTAR-PROPOSTA
               WRITE REGISTRO-MIGRACAO
                   INVALID KEY
                       DISPLAY "Proposta repetida para " ALU-NOME
                   NOT INVALID KEY
                       PERFORM IMPRIMIR-PROPOSTA
               END-WRITE
           END-IF
           PERFORM LER-PROXIMO-ALUNO.

       MONTAR-PROPOSTA.
           INITIALIZE REGISTRO-MIGRACAO
           MOVE ALU-NOME TO MIG-NOME
           MOVE ALU-SALARIO TO MIG-SALARIO-ALUNOS
           SET MIG-PROPOSTA TO TRUE
           PERFORM PROCURAR-NO-CADUSUAR
           EVALUATE WS-QTDE-CASADOS
               WHEN ZERO
                   PERFORM PROPOR-INCLUSAO
               WHEN 1
                   PERFORM PROPOR-FUSAO
               WHEN OTHER
                   SET MIG-FUSAO TO TRUE
                   SET MIG-NOME-DUPLICADO TO TRUE
                   SET MIG-SALARIO-DO-ALUNOS TO TRUE
                   MOVE ALU-SALARIO TO MIG-SALARIO-ESCOLHIDO
           END-EVALUATE
           IF NOT MIG-SEM-CONFLITO
               ADD 1 TO WS-TOTAL-CONFLITOS
           END-IF.

      * Mesmo casamento do RECONCAD - nome completo - mas so contra
      * as matriculas ativas, pela chave alternada do sobrenome.
       PROCURAR-NO-CADUSUAR.
           MOVE ZERO TO WS-QTDE-CASADOS
           MOVE "N" TO WS-FIM-CADASTRO
           MOVE ALU-SOBRENOME TO SOBRENOME
           START CADASTRO-FILE KEY = SOBRENOME
               INVALID KEY SET FIM-CADASTRO TO TRUE
           END-START
           IF NOT FIM-CADASTRO
               PERFORM LER-PROXIMO-CADASTRO
           END-IF
           PERFORM CONFERIR-HOMONIMO UNTIL FIM-CADASTRO.

       LER-PROXIMO-CADASTRO.
           READ CADASTRO-FILE NEXT RECORD
               AT END SET FIM-CADASTRO TO TRUE
           END-READ.

       CONFERIR-HOMONIMO.
           IF SOBRENOME NOT = ALU-SOBRENOME
               SET FIM-CADASTRO TO TRUE
           ELSE
               IF PRIMEIRONOME = ALU-PRIMEIRONOME AND REGISTRO-ATIVO
                   ADD 1 TO WS-QTDE-CASADOS
                   MOVE MATRICULA TO WS-CAD-MATRICULA
                   MOVE SALARIO-ALUNO TO WS-CAD-SALARIO
                   MOVE CPF-ALUNO TO WS-CAD-CPF
                   MOVE DATA-NASCIMENTO TO WS-CAD-NASCIMENTO
               END-IF
               PERFORM LER-PROXIMO-CADASTRO
           END-IF.

       PROPOR-INCLUSAO.
           SET MIG-INCLUSAO TO TRUE
           ADD 1 TO WS-TOTAL-INCLUSOES
           SET MIG-SALARIO-DO-ALUNOS TO TRUE
           MOVE ALU-SALARIO TO MIG-SALARIO-ESCOLHIDO
           MOVE ALU-CPF TO MIG-CPF
           MOVE ALU-DATA-NASCIMENTO TO MIG-DATA-NASCIMENTO
           IF ALU-CPF NOT = ZEROS
               MOVE ALU-CPF TO WS-CPF-CRITICA
               MOVE ZEROS TO WS-MATRICULA-CRITICA
               PERFORM PROCURAR-CPF-EM-USO
               IF CPF-EM-USO
                   SET MIG-CPF-EM-USO TO TRUE
               END-IF
           END-IF.

      * O CADUSUAR ja passou pelo maker-checker: o que ele tem fica, e
      * o ALUNOS so completa o que la esta zerado.
       PROPOR-FUSAO.
           SET MIG-FUSAO TO TRUE
           ADD 1 TO WS-TOTAL-FUSOES
           MOVE WS-CAD-MATRICULA TO MIG-MATRICULA
           MOVE WS-CAD-SALARIO TO MIG-SALARIO-CADUSUAR
           IF WS-CAD-SALARIO = ZEROS
               SET MIG-SALARIO-DO-ALUNOS TO TRUE
               MOVE ALU-SALARIO TO MIG-SALARIO-ESCOLHIDO
           ELSE
               SET MIG-SALARIO-DO-CADUSUAR TO TRUE
               MOVE WS-CAD-SALARIO TO MIG-SALARIO-ESCOLHIDO
           END-IF
           IF WS-CAD-SALARIO NOT = ALU-SALARIO
                   AND WS-CAD-SALARIO NOT = ZEROS
                   AND ALU-SALARIO NOT = ZEROS
               ADD 1 TO WS-TOTAL-DIVERGENTES
           END-IF
           IF WS-CAD-NASCIMENTO = ZEROS
               MOVE ALU-DATA-NASCIMENTO TO MIG-DATA-NASCIMENTO
           ELSE
               MOVE WS-CAD-NASCIMENTO TO MIG-DATA-NASCIMENTO
           END-IF
           EVALUATE TRUE
               WHEN WS-CAD-CPF NOT = ZEROS
                   MOVE WS-CAD-CPF TO MIG-CPF
                   IF ALU-CPF NOT = ZEROS AND ALU-CPF NOT = WS-CAD-CPF
                       SET MIG-CPF-DIVERGENTE TO TRUE
                   END-IF
               WHEN ALU-CPF NOT = ZEROS
                   MOVE ALU-CPF TO MIG-CPF
                   MOVE ALU-CPF TO WS-CPF-CRITICA
                   MOVE WS-CAD-MATRICULA TO WS-MATRICULA-CRITICA
                   PERFORM PROCURAR-CPF-EM-USO
                   IF CPF-EM-USO
                       SET MIG-CPF-EM-USO TO TRUE
                   END-IF
           END-EVALUATE.

      * CPF unico entre os registros ativos, a mesma regra do Incluir
      * de CADUSUARIO.
       PROCURAR-CPF-EM-USO.
           MOVE "N" TO WS-CPF-EM-USO
           MOVE "N" TO WS-FIM-CADASTRO
           MOVE ZEROS TO MATRICULA
           START CADASTRO-FILE KEY NOT < MATRICULA
               INVALID KEY SET FIM-CADASTRO TO TRUE
           END-START
           IF NOT FIM-CADASTRO
               PERFORM LER-PROXIMO-CADASTRO
           END-IF
           PERFORM CONFERIR-CPF-CADASTRO UNTIL FIM-CADASTRO.

       CONFERIR-CPF-CADASTRO.
           IF REGISTRO-ATIVO AND CPF-ALUNO = WS-CPF-CRITICA
                   AND MATRICULA NOT = WS-MATRICULA-CRITICA
               SET CPF-EM-USO TO TRUE
               SET FIM-CADASTRO TO TRUE
           ELSE
               PERFORM LER-PROXIMO-CADASTRO
           END-IF.

       IMPRIMIR-PROPOSTA.
           MOVE MIG-TIPO TO WS-DET-TIPO
           IF MIG-INCLUSAO OR MIG-NOME-DUPLICADO
               MOVE "nova" TO WS-DET-MATRICULA
           ELSE
               MOVE MIG-MATRICULA TO WS-DET-MATRICULA
           END-IF
           IF MIG-NOME-DUPLICADO
               MOVE "??????" TO WS-DET-MATRICULA
           END-IF
           MOVE MIG-NOME TO WS-DET-NOME
           IF MIG-FUSAO AND NOT MIG-NOME-DUPLICADO
               MOVE MIG-SALARIO-CADUSUAR TO WS-SALARIO-CAD-EDIT
               MOVE WS-SALARIO-CAD-EDIT TO WS-DET-SALARIO-CAD
           ELSE
               MOVE SPACES TO WS-DET-SALARIO-CAD
           END-IF
           MOVE MIG-SALARIO-ALUNOS TO WS-SALARIO-ALU-EDIT
           MOVE WS-SALARIO-ALU-EDIT TO WS-DET-SALARIO-ALU
           MOVE MIG-ORIGEM-SALARIO TO WS-DET-ORIGEM
           EVALUATE TRUE
               WHEN MIG-CPF-DIVERGENTE
                   MOVE "RETIDA: CPF DIVERGE" TO WS-DET-OBSERVACAO
               WHEN MIG-CPF-EM-USO
                   MOVE "RETIDA: CPF EM USO" TO WS-DET-OBSERVACAO
               WHEN MIG-NOME-DUPLICADO
                   MOVE "RETIDA: NOME REPETIDO" TO WS-DET-OBSERVACAO
               WHEN MIG-FUSAO AND MIG-SALARIO-CADUSUAR NOT = ZEROS
                       AND MIG-SALARIO-ALUNOS NOT = ZEROS
                       AND MIG-SALARIO-CADUSUAR
                           NOT = MIG-SALARIO-ALUNOS
                   MOVE "SALARIO DIVERGE" TO WS-DET-OBSERVACAO
               WHEN MIG-CPF = ZEROS
                   MOVE "SEM CPF" TO WS-DET-OBSERVACAO
               WHEN OTHER
                   MOVE SPACES TO WS-DET-OBSERVACAO
           END-EVALUATE
           MOVE WS-DETALHE-PROPOSTA TO LINHA-MIGRACAO
           PERFORM EMITIR-LINHA.

      ******************************************************************
      * Passo 2 - carga das propostas aprovadas em APROVMIG.
      ******************************************************************
       CARREGAR-MIGRACAO.
           OPEN I-O MIGRACAO-FILE
           IF WS-STATUS-MIG NOT = "00"
               MOVE "MIGRPROP" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-MIG TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhuma proposta de migracao - rode o passo "
                   "P antes"
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
           OPEN INPUT ALUNO-FILE
           IF WS-STATUS-ALU NOT = "00"
               MOVE "ALUNOS" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ALU TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "ALUNOS indisponivel - status " WS-STATUS-ALU
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUD NOT = "00"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           OPEN EXTEND HISTSAL-FILE
           IF WS-STATUS-HSAL NOT = "00"
               OPEN OUTPUT HISTSAL-FILE
           END-IF
           PERFORM LER-CONTROLE-MATRICULA
           PERFORM LER-PROXIMA-PROPOSTA
           PERFORM CARREGAR-PROPOSTA UNTIL FIM-PROPOSTAS
           CLOSE MIGRACAO-FILE
           CLOSE CADASTRO-FILE
           CLOSE ALUNO-FILE
           CLOSE AUDITORIA-FILE
           CLOSE HISTSAL-FILE
           DISPLAY " "
           DISPLAY "Fundidos em matricula existente: " WS-TOTAL-FUNDIDOS
           DISPLAY "Incluidos com matricula nova...: "
               WS-TOTAL-INCLUIDOS
           DISPLAY "Rejeitadas (ficam no historico): "
               WS-TOTAL-REJEITADAS
           DISPLAY "Falhas de carga................: " WS-TOTAL-FALHAS
           DISPLAY "Propostas sem decisao..........: "
               WS-TOTAL-SEM-DECISAO
           IF WS-TOTAL-SEM-DECISAO = ZERO AND WS-TOTAL-FALHAS = ZERO
               PERFORM CONGELAR-ALUNOS
           ELSE
               DISPLAY "ALUNOS continua aberto - decida as propostas "
                   "em APROVMIG e rode a carga de novo"
               MOVE 4 TO RETURN-CODE
           END-IF.

       LER-PROXIMA-PROPOSTA.
           READ MIGRACAO-FILE NEXT RECORD
               AT END SET FIM-PROPOSTAS TO TRUE
           END-READ.

       CARREGAR-PROPOSTA.
           EVALUATE TRUE
               WHEN MIG-APROVADA
                   PERFORM CARREGAR-APROVADA
               WHEN MIG-PROPOSTA
                   ADD 1 TO WS-TOTAL-SEM-DECISAO
               WHEN MIG-REJEITADA
                   ADD 1 TO WS-TOTAL-REJEITADAS
           END-EVALUATE
           PERFORM LER-PROXIMA-PROPOSTA.

       CARREGAR-APROVADA.
           MOVE "N" TO WS-CARREGOU
           MOVE MIG-NOME TO ALU-NOME
           READ ALUNO-FILE
               INVALID KEY
                   DISPLAY "Aluno saiu do ALUNOS depois da proposta: "
                       MIG-NOME
               NOT INVALID KEY
                   IF MIG-FUSAO
                       PERFORM FUNDIR-CADASTRO
                   ELSE
                       PERFORM INCLUIR-CADASTRO
                   END-IF
           END-READ
           IF CARREGOU
               SET MIG-CARREGADA TO TRUE
               MOVE WS-DATA-HOJE TO MIG-DATA-CARGA
               REWRITE REGISTRO-MIGRACAO
                   INVALID KEY
                       MOVE "MIGRPROP" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-MIG TO ERR-STATUS
                       MOVE MIG-NOME TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao marcar a proposta de "
                           MIG-NOME
               END-REWRITE
           ELSE
               ADD 1 TO WS-TOTAL-FALHAS
           END-IF.

       FUNDIR-CADASTRO.
           MOVE MIG-MATRICULA TO MATRICULA
           READ CADASTRO-FILE
               INVALID KEY
                   DISPLAY "Matricula " MIG-MATRICULA
                       " nao existe mais no CADUSUAR"
               NOT INVALID KEY
                   MOVE REGISTRO-ALUNO TO WS-ANTES
                   MOVE SALARIO-ALUNO TO WS-SALARIO-ANTIGO
                   PERFORM COMPLETAR-CADASTRO
                   REWRITE REGISTRO-ALUNO
                       INVALID KEY
                           MOVE "CADUSUAR" TO ERR-ARQUIVO
                           MOVE "REWRITE" TO ERR-OPERACAO
                           MOVE WS-STATUS-ARQ TO ERR-STATUS
                           MOVE MATRICULA TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao regravar matricula "
                               MATRICULA
                       NOT INVALID KEY
                           SET CARREGOU TO TRUE
                           ADD 1 TO WS-TOTAL-FUNDIDOS
                           SET AUD-ALTERACAO TO TRUE
                           PERFORM GRAVAR-AUDITORIA
                           IF SALARIO-ALUNO NOT = WS-SALARIO-ANTIGO
                               PERFORM GRAVAR-HISTORICO-SALARIO
                           END-IF
                           DISPLAY "FUNDIDO...: " MATRICULA " "
                               PRIMEIRONOME " " SOBRENOME
                   END-REWRITE
           END-READ.

      * O que o CADUSUAR ja tinha fica; o ALUNOS preenche os vazios.
      * O salario e o vencedor escolhido na proposta.
       COMPLETAR-CADASTRO.
           IF MIG-SALARIO-ESCOLHIDO NOT = SALARIO-ALUNO
               MOVE MIG-SALARIO-ESCOLHIDO TO SALARIO-ALUNO
               MOVE SALARIO-ALUNO TO SALARIO-ALUNO-EDIT
               IF DEDUCAO-ALUNO > SALARIO-ALUNO
                   MOVE ZEROS TO SALARIO-LIQUIDO
               ELSE
                   COMPUTE SALARIO-LIQUIDO =
                       SALARIO-ALUNO - DEDUCAO-ALUNO
               END-IF
               MOVE SALARIO-LIQUIDO TO SALARIO-LIQUIDO-EDIT
           END-IF
           IF CPF-ALUNO = ZEROS AND MIG-CPF NOT = ZEROS
               MOVE MIG-CPF TO CPF-ALUNO
               PERFORM FORMATAR-CPF-EDIT
           END-IF
           IF DATA-NASCIMENTO = ZEROS
               MOVE MIG-DATA-NASCIMENTO TO DATA-NASCIMENTO
           END-IF
           IF CEP-ALUNO = ZEROS AND ALU-CEP NOT = ZEROS
               MOVE ALU-CEP TO CEP-ALUNO
               MOVE ALU-CEP-EDIT TO CEP-ALUNO-EDIT
               MOVE ALU-NUMERO TO NUMERO-ALUNO
               MOVE ALU-COMPLEMENTO TO COMPLEMENTO-ALUNO
           END-IF
           IF EMAIL-ALUNO = SPACES
               MOVE ALU-EMAIL TO EMAIL-ALUNO
           END-IF
           IF DESCONTO-MENSALIDADE IS NOT NUMERIC
               MOVE ZEROS TO DESCONTO-MENSALIDADE
           END-IF
           IF DESCONTO-MENSALIDADE = ZEROS AND ALU-DESCONTO IS NUMERIC
               MOVE ALU-DESCONTO TO DESCONTO-MENSALIDADE
           END-IF
           SET CADASTRO-DE-ALUNO TO TRUE.

      * Quem so existia no ALUNOS entra com a imagem inteira dele e a
      * matricula do MATRCTL - o contador so anda com o WRITE feito.
       INCLUIR-CADASTRO.
           MOVE REGISTRO-ALUNO-ESCOLA TO REGISTRO-ALUNO
           MOVE WS-MATRICULA-AUTO TO MATRICULA
           MOVE MIG-SALARIO-ESCOLHIDO TO SALARIO-ALUNO
           MOVE SALARIO-ALUNO TO SALARIO-ALUNO-EDIT
           MOVE MIG-CPF TO CPF-ALUNO
           PERFORM FORMATAR-CPF-EDIT
           SET REGISTRO-ATIVO TO TRUE
           IF MATRICULA-ANTERIOR IS NOT NUMERIC
               MOVE ZEROS TO MATRICULA-ANTERIOR
           END-IF
           IF EMPREGADOR-ALUNO IS NOT NUMERIC
               MOVE 01 TO EMPREGADOR-ALUNO
           END-IF
           IF DESCONTO-MENSALIDADE IS NOT NUMERIC
               MOVE ZEROS TO DESCONTO-MENSALIDADE
           END-IF
           SET CADASTRO-DE-ALUNO TO TRUE
           MOVE SPACES TO WS-ANTES
           WRITE REGISTRO-ALUNO
               INVALID KEY
                   DISPLAY "Matricula " MATRICULA " ja existe no "
                       "CADUSUAR - ajuste o MATRCTL em CTLMATR"
               NOT INVALID KEY
                   SET CARREGOU TO TRUE
                   ADD 1 TO WS-TOTAL-INCLUIDOS
                   MOVE MATRICULA TO MIG-MATRICULA
                   PERFORM AVANCAR-CONTROLE-MATRICULA
                   SET AUD-INCLUSAO TO TRUE
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY "INCLUIDO..: " MATRICULA " "
                       PRIMEIRONOME " " SOBRENOME
           END-WRITE.

      ******************************************************************
      * Modo M - as matriculas carregadas antes do INDICADOR-ALUNO
      * existir ficaram com espacos nele e sumiriam do faturamento;
      * o MIGRPROP guarda qual matricula cada aluno virou. Pode rodar
      * de novo sem efeito: quem ja esta marcado fica como esta.
      ******************************************************************
       MARCAR-ALUNOS-MIGRADOS.
           OPEN INPUT MIGRACAO-FILE
           IF WS-STATUS-MIG NOT = "00"
               MOVE "MIGRPROP" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-MIG TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "MIGRPROP indisponivel - status " WS-STATUS-MIG
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
           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUD NOT = "00"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           PERFORM LER-PROXIMA-PROPOSTA
           PERFORM MARCAR-PROPOSTA-CARREGADA UNTIL FIM-PROPOSTAS
           CLOSE MIGRACAO-FILE
           CLOSE CADASTRO-FILE
           CLOSE AUDITORIA-FILE
           DISPLAY " "
           DISPLAY "Matriculas marcadas como aluno.: " WS-TOTAL-MARCADOS
           DISPLAY "Falhas de marcacao.............: " WS-TOTAL-FALHAS
           IF WS-TOTAL-FALHAS NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       MARCAR-PROPOSTA-CARREGADA.
           IF MIG-CARREGADA
               MOVE MIG-MATRICULA TO MATRICULA
               READ CADASTRO-FILE
                   INVALID KEY
                       DISPLAY "Matricula " MIG-MATRICULA
                           " nao existe mais no CADUSUAR"
                   NOT INVALID KEY
                       IF NOT CADASTRO-DE-ALUNO
                           PERFORM MARCAR-CADASTRO-ALUNO
                       END-IF
               END-READ
           END-IF
           PERFORM LER-PROXIMA-PROPOSTA.

       MARCAR-CADASTRO-ALUNO.
           MOVE REGISTRO-ALUNO TO WS-ANTES
           SET CADASTRO-DE-ALUNO TO TRUE
           REWRITE REGISTRO-ALUNO
               INVALID KEY
                   MOVE "CADUSUAR" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-ARQ TO ERR-STATUS
                   MOVE MATRICULA TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao marcar matricula " MATRICULA
                   ADD 1 TO WS-TOTAL-FALHAS
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-MARCADOS
                   SET AUD-ALTERACAO TO TRUE
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY "MARCADO...: " MATRICULA " "
                       PRIMEIRONOME " " SOBRENOME
           END-REWRITE.

       FORMATAR-CPF-EDIT.
           MOVE CPF-ALUNO (1:3) TO CPF-ALUNO-EDIT-P1
           MOVE CPF-ALUNO (4:3) TO CPF-ALUNO-EDIT-P2
           MOVE CPF-ALUNO (7:3) TO CPF-ALUNO-EDIT-P3
           MOVE CPF-ALUNO (10:2) TO CPF-ALUNO-EDIT-P4.

      * Mesmo controle do Incluir de CADUSUARIO: nasce em 000001.
       LER-CONTROLE-MATRICULA.
           MOVE ZEROS TO WS-MATRICULA-AUTO
           OPEN INPUT CONTROLE-MATR-FILE
           IF WS-STATUS-CTL = "00"
               READ CONTROLE-MATR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-PROXIMA-MATRICULA
                           TO WS-MATRICULA-AUTO
               END-READ
               CLOSE CONTROLE-MATR-FILE
           END-IF
           IF WS-MATRICULA-AUTO = ZEROS
               MOVE 1 TO WS-MATRICULA-AUTO
           END-IF.

       AVANCAR-CONTROLE-MATRICULA.
           ADD 1 TO WS-MATRICULA-AUTO
           OPEN OUTPUT CONTROLE-MATR-FILE
           MOVE WS-MATRICULA-AUTO TO CTL-PROXIMA-MATRICULA
           WRITE REGISTRO-CONTROLE-MATR
           CLOSE CONTROLE-MATR-FILE.

      * O evento leva o supervisor que aprovou a proposta - a carga e
      * so a execucao da decisao dele.
       GRAVAR-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE MIG-OPERADOR TO AUD-OPERADOR
           MOVE MATRICULA TO AUD-MATRICULA
           MOVE WS-ANTES TO AUD-ANTES
           MOVE REGISTRO-ALUNO TO AUD-DEPOIS
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA.

       GRAVAR-HISTORICO-SALARIO.
           MOVE MATRICULA TO HSAL-MATRICULA
           MOVE NOME-ALUNO TO HSAL-NOME
           ACCEPT HSAL-DATA FROM DATE YYYYMMDD
           ACCEPT HSAL-HORA FROM TIME
           MOVE WS-SALARIO-ANTIGO TO HSAL-SALARIO-ANTIGO
           MOVE SALARIO-ALUNO TO HSAL-SALARIO-NOVO
           MOVE "MIGRALUN" TO HSAL-PROGRAMA
           WRITE REGISTRO-HISTSAL.

       CONGELAR-ALUNOS.
           OPEN OUTPUT CONGELAMENTO-FILE
           MOVE WS-DATA-HOJE TO CONG-DATA
           ACCEPT CONG-HORA FROM TIME
           MOVE WS-TOTAL-FUNDIDOS TO CONG-TOTAL-FUNDIDOS
           MOVE WS-TOTAL-INCLUIDOS TO CONG-TOTAL-INCLUIDOS
           MOVE WS-TOTAL-REJEITADAS TO CONG-TOTAL-REJEITADOS
           WRITE REGISTRO-CONGELAMENTO
           CLOSE CONGELAMENTO-FILE
           DISPLAY "ALUNOS congelado como historico somente leitura - "
               "o cadastro de pessoas e o CADUSUAR".

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MIGRALUN" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MIGRALUN.
