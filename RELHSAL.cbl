      *          registros vindos do ALUNOS, que e chaveado por nome e
      *          carrega matricula zerada. E o "historico salarial da
      *          matricula X" que o RH pede a cada ciclo de revisao.
      *          O filtro por matricula segue a readmissao (VINCMAT):
      *          as trocas das matriculas anteriores da mesma pessoa
      *          entram no mesmo historico.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-FILTRO-PRIMEIRONOME PIC X(20) VALUE SPACES.
           03 WS-FILTRO-SOBRENOME    PIC X(20) VALUE SPACES.
       77  WS-TOTAL-TROCAS     PIC 9(05) VALUE ZERO.
       77  WS-INDICE-VIN       PIC 9(02) VALUE ZERO.
       77  WS-MATRICULA-NA-CADEIA PIC X(01) VALUE "N".
           88 MATRICULA-NA-CADEIA  VALUE "S".
           COPY "TABVIN.cpy".
      >>IF BRLOCALE DEFINED
       01  WS-ANTIGO-EDIT      PIC ZZZZZZZZZ9,99.
      >>ELSE
      >>ELSE
       01  WS-NOVO-EDIT        PIC ZZZZZZZZZ9.99.
      >>END-IF
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "----- EVOLUCAO SALARIAL -----".
           ACCEPT WS-FILTRO-PRIMEIRONOME.
           DISPLAY "Sobrenome.......: " WITH NO ADVANCING.
           ACCEPT WS-FILTRO-SOBRENOME.
           MOVE ZERO TO VIN-QTDE
           IF WS-FILTRO-MATRICULA NOT = ZEROS
               CALL "VINCMAT" USING WS-FILTRO-MATRICULA,
                   TABELA-VINCULOS
               IF VIN-QTDE > 1
                   DISPLAY "Matriculas da mesma pessoa: "
                       WITH NO ADVANCING
                   PERFORM EXIBIR-MATRICULA-CADEIA
                       VARYING WS-INDICE-VIN FROM 1 BY 1
                       UNTIL WS-INDICE-VIN > VIN-QTDE
                   DISPLAY " "
               END-IF
           END-IF
           OPEN INPUT HISTSAL-FILE
           IF WS-STATUS-HSAL NOT = "00"
               MOVE "HISTSAL" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-HSAL TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhuma troca de salario registrada ainda"
           ELSE
               DISPLAY "Data       Hora    Antigo         Novo"
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       EXIBIR-MATRICULA-CADEIA.
           DISPLAY VIN-MATRICULA(WS-INDICE-VIN) " " WITH NO ADVANCING.

       EXIBIR-TROCA.
           MOVE "N" TO WS-MATRICULA-NA-CADEIA
           IF WS-FILTRO-MATRICULA NOT = ZEROS
               PERFORM COMPARAR-MATRICULA-CADEIA
                   VARYING WS-INDICE-VIN FROM 1 BY 1
                   UNTIL WS-INDICE-VIN > VIN-QTDE
                       OR MATRICULA-NA-CADEIA
           END-IF
           IF (WS-FILTRO-MATRICULA = ZEROS
                   OR HSAL-MATRICULA = WS-FILTRO-MATRICULA
                   OR MATRICULA-NA-CADEIA)
               AND (WS-FILTRO-PRIMEIRONOME = SPACES
                   OR HSAL-NOME(1:20) = WS-FILTRO-PRIMEIRONOME)
               AND (WS-FILTRO-SOBRENOME = SPACES
           END-IF
           PERFORM LER-PROXIMA-TROCA.

       COMPARAR-MATRICULA-CADEIA.
           IF HSAL-MATRICULA = VIN-MATRICULA(WS-INDICE-VIN)
               SET MATRICULA-NA-CADEIA TO TRUE
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELHSAL" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELHSAL.
