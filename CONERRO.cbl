      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta e relatorio do log central de erros de E/S
      *          (ERROLOG, REGERRO.cpy) gravado por LOGERRO - filtra
      *          por dia (ERR-DATA) e por programa (ERR-PROGRAMA),
      *          lista cada erro com hora, arquivo, operacao, status,
      *          operador e chave, e fecha com o total por programa.
      *          A mesma listagem vai para o spool de relatorios
      *          (SPOOLREP, SPL.CONERRO.AAAAMMDD), para o turno da
      *          manha mandar adiante sem copiar da tela. Chamado a
      *          partir do menu de administracao de SistemaCadastro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONERRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERRO-FILE ASSIGN TO "ERROLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ERR.
       DATA DIVISION.
       FILE SECTION.
       FD  ERRO-FILE.
           COPY "REGERRO.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ERR       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-FILTRO-DATA      PIC 9(08) VALUE ZEROS.
       77  WS-FILTRO-PROGRAMA  PIC X(15) VALUE SPACES.
       77  WS-TOTAL-ERROS      PIC 9(05) VALUE ZERO.
       77  WS-QTDE-PROG        PIC 9(02) VALUE ZERO.
       77  WS-MAX-PROG         PIC 9(02) VALUE 50.
       77  WS-INDICE-PROG      PIC 9(02) VALUE ZERO.
       77  WS-ACHOU-PROG       PIC X(01) VALUE "N".
           88 ACHOU-PROG           VALUE "S".
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "CONERRO".
       01  LINHA-ERRO          PIC X(100) VALUE SPACES.
       01  TABELA-PROGRAMAS.
           03 TAB-PROG-ITEM OCCURS 50 TIMES.
               05 TAB-PROGRAMA     PIC X(15).
               05 TAB-ERROS        PIC 9(05).
       01  WS-DATA-EDIT.
           03  WS-DATA-DIA     PIC 9(02).
           03  FILLER          PIC X(01) VALUE "/".
           03  WS-DATA-MES     PIC 9(02).
           03  FILLER          PIC X(01) VALUE "/".
           03  WS-DATA-ANO     PIC 9(04).
       01  WS-HORA-EDIT.
           03  WS-HORA-HH      PIC 9(02).
           03  FILLER          PIC X(01) VALUE ":".
           03  WS-HORA-MM      PIC 9(02).
           03  FILLER          PIC X(01) VALUE ":".
           03  WS-HORA-SS      PIC 9(02).
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
      * Subprograma CALLado guarda o estado entre chamadas - a segunda
      * entrada pelo menu recomeca do zero, nao da consulta anterior.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-TOTAL-ERROS
           MOVE ZERO TO WS-QTDE-PROG
           OPEN INPUT ERRO-FILE
           IF WS-STATUS-ERR NOT = "00"
               DISPLAY "Nenhum erro de E/S registrado"
           ELSE
               PERFORM SOLICITAR-FILTROS
               PERFORM ABRIR-RELATORIO
               PERFORM LER-PROXIMO-ERRO
               PERFORM EXIBIR-ERRO UNTIL FIM-ARQUIVO
               CLOSE ERRO-FILE
               PERFORM IMPRIMIR-TOTAIS
               MOVE "F" TO WS-ACAO-SPOOL
               CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
                   LINHA-ERRO
               DISPLAY "Relatorio no spool CONERRO"
           END-IF
           GOBACK.

      * Filtro em branco/zeros significa "todos", como no CONAUDIT.
       SOLICITAR-FILTROS.
           MOVE ZEROS TO WS-FILTRO-DATA
           MOVE SPACES TO WS-FILTRO-PROGRAMA
           DISPLAY "----- FILTROS (vazio/zeros = todos) -----".
           DISPLAY "Dia AAAAMMDD...........: " WITH NO ADVANCING.
           ACCEPT WS-FILTRO-DATA.
           DISPLAY "Programa...............: " WITH NO ADVANCING.
           ACCEPT WS-FILTRO-PROGRAMA.

       ABRIR-RELATORIO.
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-ERRO
           MOVE SPACES TO LINHA-ERRO
           STRING "ERROS DE E/S - DIA " WS-FILTRO-DATA
               " PROGRAMA " WS-FILTRO-PROGRAMA
               " (ZEROS/BRANCOS = TODOS)"
               DELIMITED BY SIZE INTO LINHA-ERRO
           PERFORM GRAVAR-LINHA-ERRO
           MOVE SPACES TO LINHA-ERRO
           MOVE "DATA" TO LINHA-ERRO (1:4)
           MOVE "HORA" TO LINHA-ERRO (12:4)
           MOVE "PROGRAMA" TO LINHA-ERRO (21:8)
           MOVE "ARQUIVO" TO LINHA-ERRO (37:7)
           MOVE "OPERAC." TO LINHA-ERRO (58:7)
           MOVE "ST" TO LINHA-ERRO (66:2)
           MOVE "OPERADOR" TO LINHA-ERRO (69:8)
           MOVE "CHAVE" TO LINHA-ERRO (78:5)
           PERFORM GRAVAR-LINHA-ERRO
           MOVE ALL "-" TO LINHA-ERRO
           PERFORM GRAVAR-LINHA-ERRO.

       LER-PROXIMO-ERRO.
           READ ERRO-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       EXIBIR-ERRO.
           IF (WS-FILTRO-DATA = ZEROS
                   OR ERR-DATA = WS-FILTRO-DATA)
               AND (WS-FILTRO-PROGRAMA = SPACES
                   OR ERR-PROGRAMA = WS-FILTRO-PROGRAMA)
               PERFORM MONTAR-LINHA-ERRO
               PERFORM ACUMULAR-PROGRAMA
           END-IF
           PERFORM LER-PROXIMO-ERRO.

      * A chave sai nas 23 posicoes que sobram da linha de 100 do
      * spool - matricula, CPF e codigos cabem com folga.
       MONTAR-LINHA-ERRO.
           MOVE ERR-DATA(7:2) TO WS-DATA-DIA
           MOVE ERR-DATA(5:2) TO WS-DATA-MES
           MOVE ERR-DATA(1:4) TO WS-DATA-ANO
           MOVE ERR-HORA(1:2) TO WS-HORA-HH
           MOVE ERR-HORA(3:2) TO WS-HORA-MM
           MOVE ERR-HORA(5:2) TO WS-HORA-SS
           MOVE SPACES TO LINHA-ERRO
           MOVE WS-DATA-EDIT TO LINHA-ERRO (1:10)
           MOVE WS-HORA-EDIT TO LINHA-ERRO (12:8)
           MOVE ERR-PROGRAMA TO LINHA-ERRO (21:15)
           MOVE ERR-ARQUIVO TO LINHA-ERRO (37:20)
           MOVE ERR-OPERACAO TO LINHA-ERRO (58:7)
           MOVE ERR-STATUS TO LINHA-ERRO (66:2)
           MOVE ERR-OPERADOR TO LINHA-ERRO (69:8)
           MOVE ERR-CHAVE TO LINHA-ERRO (78:23)
           PERFORM GRAVAR-LINHA-ERRO
           ADD 1 TO WS-TOTAL-ERROS.

       ACUMULAR-PROGRAMA.
           MOVE "N" TO WS-ACHOU-PROG
           PERFORM LOCALIZAR-PROGRAMA-TABELA
               VARYING WS-INDICE-PROG FROM 1 BY 1
               UNTIL WS-INDICE-PROG > WS-QTDE-PROG OR ACHOU-PROG
           IF NOT ACHOU-PROG AND WS-QTDE-PROG < WS-MAX-PROG
               ADD 1 TO WS-QTDE-PROG
               MOVE ERR-PROGRAMA TO TAB-PROGRAMA(WS-QTDE-PROG)
               MOVE ZEROS TO TAB-ERROS(WS-QTDE-PROG)
               MOVE WS-QTDE-PROG TO WS-INDICE-PROG
               SET ACHOU-PROG TO TRUE
           END-IF
           IF ACHOU-PROG
               ADD 1 TO TAB-ERROS(WS-INDICE-PROG)
           END-IF.

       LOCALIZAR-PROGRAMA-TABELA.
           IF TAB-PROGRAMA(WS-INDICE-PROG) = ERR-PROGRAMA
               SET ACHOU-PROG TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-PROG
           END-IF.

       IMPRIMIR-TOTAIS.
           MOVE ALL "=" TO LINHA-ERRO
           PERFORM GRAVAR-LINHA-ERRO
           MOVE "ERROS POR PROGRAMA:" TO LINHA-ERRO
           PERFORM GRAVAR-LINHA-ERRO
           PERFORM IMPRIMIR-LINHA-PROGRAMA
               VARYING WS-INDICE-PROG FROM 1 BY 1
               UNTIL WS-INDICE-PROG > WS-QTDE-PROG
           MOVE SPACES TO LINHA-ERRO
           STRING "TOTAL DE ERROS: " WS-TOTAL-ERROS
               DELIMITED BY SIZE INTO LINHA-ERRO
           PERFORM GRAVAR-LINHA-ERRO.

       IMPRIMIR-LINHA-PROGRAMA.
           MOVE SPACES TO LINHA-ERRO
           STRING "  " TAB-PROGRAMA(WS-INDICE-PROG) " "
               TAB-ERROS(WS-INDICE-PROG)
               DELIMITED BY SIZE INTO LINHA-ERRO
           PERFORM GRAVAR-LINHA-ERRO.

      * Cada linha vai para a tela e para o spool.
       GRAVAR-LINHA-ERRO.
           DISPLAY LINHA-ERRO
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-ERRO.

       END PROGRAM CONERRO.
