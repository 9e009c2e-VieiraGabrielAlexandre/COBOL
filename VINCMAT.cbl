      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma de vinculo de matriculas - recebe uma
      *          matricula e devolve em TABELA-VINCULOS (TABVIN.cpy)
      *          todas as matriculas da mesma pessoa, da mais antiga
      *          para a mais recente, seguindo o MATRICULA-ANTERIOR
      *          que a readmissao grava no cadastro, com admissao,
      *          desligamento e o que o acerto da RESCISAO pagou de
      *          ferias. Procura no CADUSUAR e nos arquivos mortos
      *          ARQEXCL (controle ARQEXCTL), para que a cadeia nao se
      *          parta quando PURGEXCL expurga uma passagem antiga. Os
      *          vinculos sao carregados na primeira chamada e ficam
      *          em memoria ate o fim do programa chamador. CALLado
      *          por RELHSAL, INFREND e AGENDFER - mesmo desenho de
      *          subprograma do DIAUTIL e do LERPARAM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINCMAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
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
           COPY "REGCAD.cpy".
       FD  RESCISAO-FILE.
           COPY "REGRSC.cpy".
       FD  ARQUIVO-MORTO.
       01  REGISTRO-MORTO          PIC X(300).
       FD  CONTROLE-EXCL-FILE.
       01  REGISTRO-CONTROLE-EXCL  PIC 9(08).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQ           PIC X(02) VALUE SPACES.
       77  WS-STATUS-RSC           PIC X(02) VALUE SPACES.
       77  WS-STATUS-MORTO         PIC X(02) VALUE SPACES.
       77  WS-STATUS-CTE           PIC X(02) VALUE SPACES.
       77  WS-NOME-ARQUIVO-MORTO   PIC X(16) VALUE SPACES.
       77  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
           88 FIM-ARQUIVO              VALUE "S".
       77  WS-FIM-CONTROLE         PIC X(01) VALUE "N".
           88 FIM-CONTROLE             VALUE "S".
       77  WS-VINCULOS-CARREGADOS  PIC X(01) VALUE "N".
           88 VINCULOS-CARREGADOS      VALUE "S".
       77  WS-ACHOU                PIC X(01) VALUE "N".
           88 ACHOU                    VALUE "S".
       77  WS-MATRICULA-ATUAL      PIC 9(06) VALUE ZEROS.
       77  WS-PASSOS               PIC 9(02) VALUE ZERO.
       77  WS-MAX-CADEIA           PIC 9(02) VALUE 20.
       77  WS-INDICE-LIG           PIC 9(05) VALUE ZERO.
       77  WS-INDICE-MOR           PIC 9(05) VALUE ZERO.
       77  WS-INDICE-VIN           PIC 9(02) VALUE ZERO.
      * Ligacoes nova -> anterior de todo o cadastro e dos arquivos
      * mortos - so quem foi readmitido ocupa uma entrada.
       77  WS-QTDE-LIG             PIC 9(05) VALUE ZERO.
       77  WS-MAX-LIG              PIC 9(05) VALUE 5000.
       01  TABELA-LIGACOES.
           03 LIG-ITEM OCCURS 5000 TIMES.
               05 LIG-NOVA         PIC 9(06).
               05 LIG-ANTERIOR     PIC 9(06).
      * Admissao de quem so existe nos arquivos mortos - o cadastro
      * expurgado nao responde mais ao READ por chave.
       77  WS-QTDE-MOR             PIC 9(05) VALUE ZERO.
       77  WS-MAX-MOR              PIC 9(05) VALUE 5000.
       01  TABELA-MORTOS.
           03 MOR-ITEM OCCURS 5000 TIMES.
               05 MOR-MATRICULA    PIC 9(06).
               05 MOR-DATA-ADMISSAO PIC 9(08).
       LINKAGE SECTION.
       01  VINCMAT-MATRICULA       PIC 9(06).
           COPY "TABVIN.cpy".
       PROCEDURE DIVISION USING VINCMAT-MATRICULA, TABELA-VINCULOS.
       MAIN-PROCEDURE.
           IF NOT VINCULOS-CARREGADOS
               PERFORM CARREGAR-VINCULOS
               SET VINCULOS-CARREGADOS TO TRUE
           END-IF
           PERFORM MONTAR-CADEIA
           PERFORM COMPLETAR-CADEIA
           GOBACK.

       CARREGAR-VINCULOS.
           MOVE ZERO TO WS-QTDE-LIG
           MOVE ZERO TO WS-QTDE-MOR
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE ZEROS TO MATRICULA
               START CADASTRO-FILE KEY NOT < MATRICULA
                   INVALID KEY SET FIM-ARQUIVO TO TRUE
               END-START
               IF NOT FIM-ARQUIVO
                   PERFORM LER-PROXIMO-CADASTRO
               END-IF
               PERFORM GUARDAR-VINCULO-CADASTRO UNTIL FIM-ARQUIVO
               CLOSE CADASTRO-FILE
           END-IF
           OPEN INPUT CONTROLE-EXCL-FILE
           IF WS-STATUS-CTE = "00"
               MOVE "N" TO WS-FIM-CONTROLE
               PERFORM LER-PROXIMO-CONTROLE-EXCL
               PERFORM VARRER-ARQUIVO-MORTO UNTIL FIM-CONTROLE
               CLOSE CONTROLE-EXCL-FILE
           END-IF.

       LER-PROXIMO-CADASTRO.
           READ CADASTRO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       GUARDAR-VINCULO-CADASTRO.
           PERFORM GUARDAR-LIGACAO
           PERFORM LER-PROXIMO-CADASTRO.

      * Registro gravado antes do campo traz espacos na posicao - sem
      * vinculo, como os zeros.
       GUARDAR-LIGACAO.
           IF MATRICULA-ANTERIOR IS NUMERIC
                   AND MATRICULA-ANTERIOR NOT = ZEROS
                   AND WS-QTDE-LIG < WS-MAX-LIG
               ADD 1 TO WS-QTDE-LIG
               MOVE MATRICULA TO LIG-NOVA(WS-QTDE-LIG)
               MOVE MATRICULA-ANTERIOR TO LIG-ANTERIOR(WS-QTDE-LIG)
           END-IF.

       LER-PROXIMO-CONTROLE-EXCL.
           READ CONTROLE-EXCL-FILE
               AT END SET FIM-CONTROLE TO TRUE
           END-READ.

       VARRER-ARQUIVO-MORTO.
           MOVE SPACES TO WS-NOME-ARQUIVO-MORTO
           STRING "ARQEXCL." REGISTRO-CONTROLE-EXCL
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO-MORTO
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT ARQUIVO-MORTO
           IF WS-STATUS-MORTO = "00"
               PERFORM LER-PROXIMO-MORTO
               PERFORM GUARDAR-VINCULO-MORTO UNTIL FIM-ARQUIVO
               CLOSE ARQUIVO-MORTO
           END-IF
           PERFORM LER-PROXIMO-CONTROLE-EXCL.

       LER-PROXIMO-MORTO.
           READ ARQUIVO-MORTO
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       GUARDAR-VINCULO-MORTO.
           MOVE REGISTRO-MORTO TO REGISTRO-ALUNO
           PERFORM GUARDAR-LIGACAO
           IF WS-QTDE-MOR < WS-MAX-MOR
               ADD 1 TO WS-QTDE-MOR
               MOVE MATRICULA TO MOR-MATRICULA(WS-QTDE-MOR)
               MOVE DATA-ADMISSAO TO MOR-DATA-ADMISSAO(WS-QTDE-MOR)
           END-IF
           PERFORM LER-PROXIMO-MORTO.

      * Primeiro recua ate a passagem mais antiga, depois desce a
      * cadeia para a frente. O limite de passos protege de um laco
      * num vinculo digitado errado (A -> B -> A).
       MONTAR-CADEIA.
           MOVE VINCMAT-MATRICULA TO WS-MATRICULA-ATUAL
           MOVE ZERO TO WS-PASSOS
           SET ACHOU TO TRUE
           PERFORM RECUAR-CADEIA
               UNTIL NOT ACHOU OR WS-PASSOS NOT < WS-MAX-CADEIA
           MOVE 1 TO VIN-QTDE
           MOVE WS-MATRICULA-ATUAL TO VIN-MATRICULA(1)
           SET ACHOU TO TRUE
           PERFORM AVANCAR-CADEIA
               UNTIL NOT ACHOU OR VIN-QTDE NOT < WS-MAX-CADEIA.

       RECUAR-CADEIA.
           ADD 1 TO WS-PASSOS
           MOVE "N" TO WS-ACHOU
           PERFORM COMPARAR-LIGACAO-NOVA
               VARYING WS-INDICE-LIG FROM 1 BY 1
               UNTIL WS-INDICE-LIG > WS-QTDE-LIG OR ACHOU
           IF ACHOU
               MOVE LIG-ANTERIOR(WS-INDICE-LIG) TO WS-MATRICULA-ATUAL
           END-IF.

       COMPARAR-LIGACAO-NOVA.
           IF LIG-NOVA(WS-INDICE-LIG) = WS-MATRICULA-ATUAL
               SET ACHOU TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-LIG
           END-IF.

       AVANCAR-CADEIA.
           MOVE "N" TO WS-ACHOU
           PERFORM COMPARAR-LIGACAO-ANTERIOR
               VARYING WS-INDICE-LIG FROM 1 BY 1
               UNTIL WS-INDICE-LIG > WS-QTDE-LIG OR ACHOU
           IF ACHOU
               ADD 1 TO VIN-QTDE
               MOVE LIG-NOVA(WS-INDICE-LIG) TO WS-MATRICULA-ATUAL
               MOVE WS-MATRICULA-ATUAL TO VIN-MATRICULA(VIN-QTDE)
           END-IF.

       COMPARAR-LIGACAO-ANTERIOR.
           IF LIG-ANTERIOR(WS-INDICE-LIG) = WS-MATRICULA-ATUAL
               SET ACHOU TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-LIG
           END-IF.

      * Admissao do cadastro (ou do arquivo morto, se ja expurgado) e
      * desligamento do acerto da RESCISAO de cada passagem.
       COMPLETAR-CADEIA.
           OPEN INPUT CADASTRO-FILE
           OPEN INPUT RESCISAO-FILE
           PERFORM COMPLETAR-PASSAGEM
               VARYING WS-INDICE-VIN FROM 1 BY 1
               UNTIL WS-INDICE-VIN > VIN-QTDE
           IF WS-STATUS-ARQ = "00" OR WS-STATUS-ARQ = "23"
               CLOSE CADASTRO-FILE
           END-IF
           IF WS-STATUS-RSC = "00" OR WS-STATUS-RSC = "23"
               CLOSE RESCISAO-FILE
           END-IF.

       COMPLETAR-PASSAGEM.
           MOVE ZEROS TO VIN-DATA-ADMISSAO(WS-INDICE-VIN)
           MOVE ZEROS TO VIN-DATA-DESLIGAMENTO(WS-INDICE-VIN)
           MOVE "N" TO VIN-FERIAS-ACERTO(WS-INDICE-VIN)
           MOVE "N" TO WS-ACHOU
           IF WS-STATUS-ARQ = "00" OR WS-STATUS-ARQ = "23"
               MOVE VIN-MATRICULA(WS-INDICE-VIN) TO MATRICULA
               READ CADASTRO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACHOU TO TRUE
                       MOVE DATA-ADMISSAO
                           TO VIN-DATA-ADMISSAO(WS-INDICE-VIN)
               END-READ
           END-IF
           IF NOT ACHOU
               PERFORM COMPARAR-MORTO
                   VARYING WS-INDICE-MOR FROM 1 BY 1
                   UNTIL WS-INDICE-MOR > WS-QTDE-MOR OR ACHOU
           END-IF
           IF WS-STATUS-RSC = "00" OR WS-STATUS-RSC = "23"
               MOVE VIN-MATRICULA(WS-INDICE-VIN) TO RSC-MATRICULA
               READ RESCISAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RSC-DATA
                           TO VIN-DATA-DESLIGAMENTO(WS-INDICE-VIN)
                       IF RSC-FERIAS > ZERO
                           MOVE "S" TO VIN-FERIAS-ACERTO(WS-INDICE-VIN)
                       END-IF
               END-READ
           END-IF.

       COMPARAR-MORTO.
           IF MOR-MATRICULA(WS-INDICE-MOR)
                   = VIN-MATRICULA(WS-INDICE-VIN)
               SET ACHOU TO TRUE
               MOVE MOR-DATA-ADMISSAO(WS-INDICE-MOR)
                   TO VIN-DATA-ADMISSAO(WS-INDICE-VIN)
           END-IF.

       END PROGRAM VINCMAT.
