      *          when the counter does not know the number: start at a
      *          given matricula (or the top of the file), page forward
      *          and backward a screenful at a time, and open the full
      *          detail of any matricula on the page. Salary and
      *          CPF in the detail are masked (asterisks, last two CPF
      *          digits) unless the logged operator holds the
      *          sensitive-data permission; every unmasked detail is
      *          logged through DADOSENS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-COMANDO-AUX      PIC X(06) VALUE SPACES.
       77  WS-NAVEGANDO        PIC X(01) VALUE "S".
           88 FIM-NAVEGACAO        VALUE "N".
      * Dados sensiveis: a permissao do operador e lida uma vez por
      * chamada (DADOSENS "V"); cada detalhe mostrado sem mascara e
      * registrado antes (DADOSENS "R").
       77  WS-PERMISSAO-SENS   PIC X(01) VALUE "N".
           88 PERMISSAO-SENSIVEL   VALUE "S".
       77  WS-FUNCAO-SENS      PIC X(01) VALUE SPACE.
       77  WS-PROGRAMA-SENS    PIC X(10) VALUE "CONUSUARIO".
       77  WS-MEIO-SENS        PIC X(01) VALUE "C".
       77  WS-RESULTADO-SENS   PIC X(01) VALUE "N".
       01  WS-SALARIO-EXIBIDO  PIC X(13) VALUE SPACES.
       01  WS-DEDUCAO-EXIBIDO  PIC X(13) VALUE SPACES.
       01  WS-LIQUIDO-EXIBIDO  PIC X(13) VALUE SPACES.
       01  WS-CPF-EXIBIDO.
           03 WS-CPF-EXIBIDO-P1 PIC X(03) VALUE SPACES.
           03 FILLER            PIC X(01) VALUE ".".
           03 WS-CPF-EXIBIDO-P2 PIC X(03) VALUE SPACES.
           03 FILLER            PIC X(01) VALUE ".".
           03 WS-CPF-EXIBIDO-P3 PIC X(03) VALUE SPACES.
           03 FILLER            PIC X(01) VALUE "-".
           03 WS-CPF-EXIBIDO-P4 PIC X(02) VALUE SPACES.
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPCAO               PIC 9(01).
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPCAO, OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           MOVE "V" TO WS-FUNCAO-SENS
           CALL "DADOSENS" USING WS-FUNCAO-SENS, OPERADOR-LOGADO,
               WS-PROGRAMA-SENS, MATRICULA, WS-MEIO-SENS,
               WS-RESULTADO-SENS
           MOVE WS-RESULTADO-SENS TO WS-PERMISSAO-SENS
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro ainda nao possui registros"
           ELSE
               DISPLAY "----- CONSULTAR CADASTRO -----"
           END-READ.

       EXIBIR-REGISTRO.
           PERFORM PREPARAR-DADOS-SENSIVEIS.
           DISPLAY "Matricula.......: " MATRICULA.
           DISPLAY "Primeiro nome...: " PRIMEIRONOME.
           DISPLAY "Sobrenome.......: " SOBRENOME.
           DISPLAY "CPF.............: " WS-CPF-EXIBIDO.
           DISPLAY "Salario.........: " WS-SALARIO-EXIBIDO.
           DISPLAY "Deducao.........: " WS-DEDUCAO-EXIBIDO.
           DISPLAY "Liquido.........: " WS-LIQUIDO-EXIBIDO.
           DISPLAY "CEP.............: " CEP-ALUNO-EDIT.
           IF REGISTRO-EXCLUIDO
               DISPLAY "Status..........: EXCLUIDO"
               DISPLAY "Status..........: ATIVO"
           END-IF.

      * Sem a permissao - ou sem conseguir registrar a visao no
      * LOGSENS - os valores saem em asteriscos e o CPF so com os dois
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
               MOVE DEDUCAO-ALUNO-EDIT TO WS-DEDUCAO-EXIBIDO
               MOVE SALARIO-LIQUIDO-EDIT TO WS-LIQUIDO-EXIBIDO
               MOVE CPF-ALUNO(1:3) TO WS-CPF-EXIBIDO-P1
               MOVE CPF-ALUNO(4:3) TO WS-CPF-EXIBIDO-P2
               MOVE CPF-ALUNO(7:3) TO WS-CPF-EXIBIDO-P3
           ELSE
               MOVE ALL "*" TO WS-SALARIO-EXIBIDO
               MOVE ALL "*" TO WS-DEDUCAO-EXIBIDO
               MOVE ALL "*" TO WS-LIQUIDO-EXIBIDO
               MOVE ALL "*" TO WS-CPF-EXIBIDO-P1
               MOVE ALL "*" TO WS-CPF-EXIBIDO-P2
               MOVE ALL "*" TO WS-CPF-EXIBIDO-P3
           END-IF
           MOVE CPF-ALUNO(10:2) TO WS-CPF-EXIBIDO-P4.

      * Modo de navegacao: uma pagina de cada vez a partir de uma
      * matricula (zeros = comeco do arquivo), andando para frente e
      * para tras; digitar uma matricula da pagina abre o detalhe
               ADD 1 TO WS-VOLTADOS
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CONUSUARIO" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CONUSUARIO.
