      * Purpose: Export the CADUSUARIO master to a comma-delimited flat
      *          file so it can be handed to another tool (payroll
      *          spreadsheet, etc). Called from SistemaCadastro.cbl's
      *          BEGIN paragraph (option 6). Salary and CPF go out
      *          masked (asterisks, last two CPF digits) unless the
      *          logged operator holds the sensitive-data permission;
      *          every row exported unmasked is logged through
      *          DADOSENS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-TOTAL-LINHAS         PIC 9(05) VALUE ZERO.
       01  WS-MATRICULA-EDIT       PIC 9(06).
       01  WS-STATUS-EDIT          PIC X(01).
      * Dados sensiveis: a permissao do operador e lida uma vez por
      * chamada (DADOSENS "V"); cada linha exportada sem mascara e
      * registrada antes (DADOSENS "R").
       77  WS-PERMISSAO-SENS       PIC X(01) VALUE "N".
           88 PERMISSAO-SENSIVEL       VALUE "S".
       77  WS-FUNCAO-SENS          PIC X(01) VALUE SPACE.
       77  WS-PROGRAMA-SENS        PIC X(10) VALUE "EXPUSUARIO".
       77  WS-MEIO-SENS            PIC X(01) VALUE "E".
       77  WS-RESULTADO-SENS       PIC X(01) VALUE "N".
       01  WS-SALARIO-EXIBIDO      PIC X(13) VALUE SPACES.
       01  WS-CPF-EXIBIDO.
           03 WS-CPF-EXIBIDO-P1    PIC X(03) VALUE SPACES.
           03 FILLER               PIC X(01) VALUE ".".
           03 WS-CPF-EXIBIDO-P2    PIC X(03) VALUE SPACES.
           03 FILLER               PIC X(01) VALUE ".".
           03 WS-CPF-EXIBIDO-P3    PIC X(03) VALUE SPACES.
           03 FILLER               PIC X(01) VALUE "-".
           03 WS-CPF-EXIBIDO-P4    PIC X(02) VALUE SPACES.
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPCAO                   PIC 9(01).
       01  OPERADOR-LOGADO         PIC X(08).
       PROCEDURE DIVISION USING OPCAO, OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           MOVE "V" TO WS-FUNCAO-SENS
           CALL "DADOSENS" USING WS-FUNCAO-SENS, OPERADOR-LOGADO,
               WS-PROGRAMA-SENS, MATRICULA, WS-MEIO-SENS,
               WS-RESULTADO-SENS
           MOVE WS-RESULTADO-SENS TO WS-PERMISSAO-SENS
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-TOTAL-LINHAS
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro ainda nao possui registros"
           ELSE
               OPEN OUTPUT EXPORT-FILE
               MOVE "MATRICULA,NOME,SOBRENOME,SALARIO,CEP,STATUS,CPF"
                   TO LINHA-CSV
               WRITE LINHA-CSV
               PERFORM LER-PRIMEIRO-REGISTRO
               CLOSE EXPORT-FILE
               DISPLAY "Exportacao concluida: " WS-TOTAL-LINHAS
                   " registro(s) em CADUSUAR.CSV"
               IF NOT PERMISSAO-SENSIVEL
                   DISPLAY "Salario e CPF exportados com mascara"
               END-IF
           END-IF
           GOBACK.

           IF REGISTRO-ATIVO
               MOVE MATRICULA TO WS-MATRICULA-EDIT
               MOVE STATUS-REGISTRO TO WS-STATUS-EDIT
               PERFORM PREPARAR-DADOS-SENSIVEIS
               STRING WS-MATRICULA-EDIT   DELIMITED BY SIZE
                      ","                 DELIMITED BY SIZE
                      PRIMEIRONOME        DELIMITED BY SIZE
                      ","                 DELIMITED BY SIZE
                      SOBRENOME           DELIMITED BY SIZE
                      ","                 DELIMITED BY SIZE
                      WS-SALARIO-EXIBIDO  DELIMITED BY SIZE
                      ","                 DELIMITED BY SIZE
                      CEP-ALUNO-EDIT      DELIMITED BY SIZE
                      ","                 DELIMITED BY SIZE
                      WS-STATUS-EDIT      DELIMITED BY SIZE
                      ","                 DELIMITED BY SIZE
                      WS-CPF-EXIBIDO      DELIMITED BY SIZE
                      INTO LINHA-CSV
               WRITE LINHA-CSV
               ADD 1 TO WS-TOTAL-LINHAS
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * Sem a permissao - ou sem conseguir registrar a visao no
      * LOGSENS - o salario sai em asteriscos e o CPF so com os dois
      * ultimos digitos.
       PREPARAR-DADOS-SENSIVEIS.
           MOVE "N" TO WS-RESULTADO-SENS
           IF PERMISSAO-SENSIVEL
               MOVE "R" TO WS-FUNCAO-SENS
               CALL "DADOSENS" USING WS-FUNCAO-SENS, OPERADOR-LOGADO,
                   WS-PROGRAMA-SENS, MATRICULA, WS-MEIO-SENS,
                   WS-RESULTADO-SENS
           END-IF
           IF WS-RESULTADO-SENS = "S"
               MOVE SALARIO-ALUNO-EDIT TO WS-SALARIO-EXIBIDO
               MOVE CPF-ALUNO(1:3) TO WS-CPF-EXIBIDO-P1
               MOVE CPF-ALUNO(4:3) TO WS-CPF-EXIBIDO-P2
               MOVE CPF-ALUNO(7:3) TO WS-CPF-EXIBIDO-P3
           ELSE
               MOVE ALL "*" TO WS-SALARIO-EXIBIDO
               MOVE ALL "*" TO WS-CPF-EXIBIDO-P1
               MOVE ALL "*" TO WS-CPF-EXIBIDO-P2
               MOVE ALL "*" TO WS-CPF-EXIBIDO-P3
           END-IF
           MOVE CPF-ALUNO(10:2) TO WS-CPF-EXIBIDO-P4.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "EXPUSUARIO" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM EXPUSUARIO.
