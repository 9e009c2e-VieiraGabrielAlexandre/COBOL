      *          subprogram, so the nightly run that scrolls past at
      *          2 a.m. survives as SPL.RELUSUAR.AAAAMMDD and can be
      *          re-emitted by RELSPOOL without re-reading the master.
      *          Salary and CPF are masked (asterisks, last two CPF
      *          digits) unless the operator passed in holds the
      *          sensitive-data permission - the nightly and month-end
      *          runs pass their batch ids and always come out masked.
      *          The spool copy is always masked, since RELSPOOL
      *          re-emits it to anyone; an unmasked screen line is
      *          logged through DADOSENS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * noturno (ou do menu online, OPCAO 5).
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "RELUSUAR".
       01  WS-LINHA-REL        PIC X(100) VALUE SPACES.
      * Dados sensiveis: a permissao do operador e lida uma vez por
      * chamada (DADOSENS "V"); cada linha mostrada sem mascara e
      * registrada antes (DADOSENS "R").
       77  WS-PERMISSAO-SENS   PIC X(01) VALUE "N".
           88 PERMISSAO-SENSIVEL   VALUE "S".
       77  WS-FUNCAO-SENS      PIC X(01) VALUE SPACE.
       77  WS-PROGRAMA-SENS    PIC X(10) VALUE "RELUSUARIO".
       77  WS-MEIO-SENS        PIC X(01) VALUE "R".
       77  WS-RESULTADO-SENS   PIC X(01) VALUE "N".
       01  WS-SALARIO-EXIBIDO  PIC X(13) VALUE SPACES.
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
           MOVE 0 TO RETURN-CODE
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-PAGINA
           MOVE ZERO TO WS-TOTAL-REGISTROS
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro ainda nao possui registros"
               MOVE 1 TO RETURN-CODE
           ELSE
      * spool datado do relatorio.
       EMITIR-LINHA.
           DISPLAY WS-LINHA-REL
           PERFORM GRAVAR-LINHA-SPOOL.

       GRAVAR-LINHA-SPOOL.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL
               WS-NOME-RELATORIO WS-LINHA-REL.
           PERFORM EMITIR-LINHA
           MOVE "Matricula  Nome                          Salario"
               TO WS-LINHA-REL
           MOVE "CEP" TO WS-LINHA-REL(64:)
           MOVE "CPF" TO WS-LINHA-REL(74:)
           MOVE "Status" TO WS-LINHA-REL(89:)
           PERFORM EMITIR-LINHA.

       LER-PRIMEIRO-REGISTRO.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
      * O spool leva sempre a linha mascarada; com a permissao, o
      * terminal recebe a linha aberta, depois de registrada.
           PERFORM MASCARAR-DADOS-SENSIVEIS
           PERFORM MONTAR-LINHA-REGISTRO
           IF PERMISSAO-SENSIVEL
               PERFORM GRAVAR-LINHA-SPOOL
               PERFORM REVELAR-DADOS-SENSIVEIS
               PERFORM MONTAR-LINHA-REGISTRO
               DISPLAY WS-LINHA-REL
           ELSE
               PERFORM EMITIR-LINHA
           END-IF
           ADD 1 TO WS-LINHAS-PAGINA
           ADD 1 TO WS-TOTAL-REGISTROS
           READ CADASTRO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       MONTAR-LINHA-REGISTRO.
           MOVE SPACES TO WS-LINHA-REL
           IF REGISTRO-EXCLUIDO
               STRING MATRICULA " " PRIMEIRONOME " " SOBRENOME " "
                   WS-SALARIO-EXIBIDO " " CEP-ALUNO-EDIT " "
                   WS-CPF-EXIBIDO " EXCLUIDO"
                   DELIMITED BY SIZE INTO WS-LINHA-REL
           ELSE
               STRING MATRICULA " " PRIMEIRONOME " " SOBRENOME " "
                   WS-SALARIO-EXIBIDO " " CEP-ALUNO-EDIT " "
                   WS-CPF-EXIBIDO " ATIVO"
                   DELIMITED BY SIZE INTO WS-LINHA-REL
           END-IF.

       MASCARAR-DADOS-SENSIVEIS.
           MOVE ALL "*" TO WS-SALARIO-EXIBIDO
           MOVE ALL "*" TO WS-CPF-EXIBIDO-P1
           MOVE ALL "*" TO WS-CPF-EXIBIDO-P2
           MOVE ALL "*" TO WS-CPF-EXIBIDO-P3
           MOVE CPF-ALUNO(10:2) TO WS-CPF-EXIBIDO-P4.

      * Sem conseguir registrar a visao no LOGSENS, a linha segue
      * mascarada tambem no terminal.
       REVELAR-DADOS-SENSIVEIS.
           MOVE "R" TO WS-FUNCAO-SENS
           CALL "DADOSENS" USING WS-FUNCAO-SENS, OPERADOR-LOGADO,
               WS-PROGRAMA-SENS, MATRICULA, WS-MEIO-SENS,
               WS-RESULTADO-SENS
           IF WS-RESULTADO-SENS = "S"
               MOVE SALARIO-ALUNO-EDIT TO WS-SALARIO-EXIBIDO
               MOVE CPF-ALUNO(1:3) TO WS-CPF-EXIBIDO-P1
               MOVE CPF-ALUNO(4:3) TO WS-CPF-EXIBIDO-P2
               MOVE CPF-ALUNO(7:3) TO WS-CPF-EXIBIDO-P3
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELUSUARIO" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELUSUARIO.
