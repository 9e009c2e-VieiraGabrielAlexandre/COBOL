      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma de dados sensiveis do cadastro (salario e
      *          CPF). CALLado por CONUSUARIO, RELUSUARIO e EXPUSUARIO.
      *          Funcoes: "V" diz se o operador recebido tem a
      *          permissao OPERADOR-DADOS-SENSIVEIS (REGOPER.cpy) -
      *          operador inativo, desconhecido ou id de batch
      *          (PROCNOT, FECHMES) responde "N"; "R" registra no
      *          LOGSENS (REGSENS.cpy) que a matricula recebida saiu
      *          sem mascara para o operador, e responde "N" quando o
      *          log nao pode ser gravado - quem chama entao mostra o
      *          registro mascarado, para nunca haver visao sem rastro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DADOSENS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERADOR-ID
               FILE STATUS IS WS-STATUS-OPER.
           SELECT SENSIVEL-FILE ASSIGN TO "LOGSENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEN.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-FILE.
           COPY "REGOPER.cpy".
       FD  SENSIVEL-FILE.
           COPY "REGSENS.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-OPER      PIC X(02) VALUE SPACES.
       77  WS-STATUS-SEN       PIC X(02) VALUE SPACES.
       LINKAGE SECTION.
       01  DADOSENS-FUNCAO     PIC X(01).
       01  DADOSENS-OPERADOR   PIC X(08).
       01  DADOSENS-PROGRAMA   PIC X(10).
       01  DADOSENS-MATRICULA  PIC 9(06).
       01  DADOSENS-MEIO       PIC X(01).
       01  DADOSENS-RESULTADO  PIC X(01).
       PROCEDURE DIVISION USING DADOSENS-FUNCAO, DADOSENS-OPERADOR,
               DADOSENS-PROGRAMA, DADOSENS-MATRICULA, DADOSENS-MEIO,
               DADOSENS-RESULTADO.
       MAIN-PROCEDURE.
           MOVE "N" TO DADOSENS-RESULTADO
           EVALUATE DADOSENS-FUNCAO
               WHEN "V"
                   PERFORM VERIFICAR-PERMISSAO
               WHEN "R"
                   PERFORM REGISTRAR-VISAO
               WHEN OTHER
                   DISPLAY "DADOSENS: funcao invalida "
                       DADOSENS-FUNCAO
           END-EVALUATE
           GOBACK.

      * A permissao e lida do arquivo a cada chamada, nao guardada no
      * login - revogada em MANOPER, vale ja na proxima consulta.
       VERIFICAR-PERMISSAO.
           OPEN INPUT OPERADOR-FILE
           IF WS-STATUS-OPER = "00"
               MOVE DADOSENS-OPERADOR TO OPERADOR-ID
               READ OPERADOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPERADOR-ATIVO AND ACESSO-DADOS-SENSIVEIS
                           MOVE "S" TO DADOSENS-RESULTADO
                       END-IF
               END-READ
               CLOSE OPERADOR-FILE
           END-IF.

       REGISTRAR-VISAO.
           OPEN EXTEND SENSIVEL-FILE
           IF WS-STATUS-SEN NOT = "00"
               OPEN OUTPUT SENSIVEL-FILE
           END-IF
           IF WS-STATUS-SEN = "00"
               ACCEPT SEN-DATA FROM DATE YYYYMMDD
               ACCEPT SEN-HORA FROM TIME
               MOVE DADOSENS-OPERADOR TO SEN-OPERADOR
               MOVE DADOSENS-PROGRAMA TO SEN-PROGRAMA
               MOVE DADOSENS-MATRICULA TO SEN-MATRICULA
               MOVE DADOSENS-MEIO TO SEN-MEIO
               WRITE REGISTRO-SENSIVEL
               IF WS-STATUS-SEN = "00"
                   MOVE "S" TO DADOSENS-RESULTADO
               END-IF
               CLOSE SENSIVEL-FILE
           END-IF.

       END PROGRAM DADOSENS.
