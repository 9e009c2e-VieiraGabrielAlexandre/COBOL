      *          acessos bem-sucedidos em horario estranho (antes das
      *          06h ou depois das 22h). Depois de uma alteracao
      *          inexplicada no master, "quem estava logado naquela
      *          noite" passa a ter resposta. Em seguida resume o log
      *          de dados sensiveis (LOGSENS, REGSENS.cpy) - quantos
      *          registros cada operador viu com salario e CPF sem
      *          mascara, por consulta, relatorio e exportacao, e em
      *          que data foi a ultima visao. Chamado a partir do menu
      *          de administracao de SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
           SELECT ACESSO-FILE ASSIGN TO "ACESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACE.
           SELECT SENSIVEL-FILE ASSIGN TO "LOGSENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEN.
       DATA DIVISION.
       FILE SECTION.
       FD  ACESSO-FILE.
           COPY "REGACES.cpy".
       FD  SENSIVEL-FILE.
           COPY "REGSENS.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ACE       PIC X(02) VALUE SPACES.
       77  WS-STATUS-SEN       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-TOTAL-SUCESSOS   PIC 9(05) VALUE ZERO.
           03 TAB-FALHA-ITEM OCCURS 50 TIMES.
               05 TAB-OPERADOR     PIC X(08).
               05 TAB-FALHAS       PIC 9(05).
       77  WS-TOTAL-VISOES     PIC 9(07) VALUE ZERO.
       77  WS-QTDE-SENS        PIC 9(02) VALUE ZERO.
       77  WS-INDICE-SENS      PIC 9(02) VALUE ZERO.
       77  WS-ACHOU-SENS       PIC X(01) VALUE "N".
           88 ACHOU-SENS           VALUE "S".
       01  TABELA-SENSIVEIS.
           03 TAB-SENS-ITEM OCCURS 50 TIMES.
               05 TAB-SENS-OPERADOR PIC X(08).
               05 TAB-SENS-CONSULTAS PIC 9(07).
               05 TAB-SENS-RELATORIO PIC 9(07).
               05 TAB-SENS-EXPORTACAO PIC 9(07).
               05 TAB-SENS-ULTIMA   PIC 9(08).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Subprograma CALLado guarda o estado entre chamadas - a segunda
           DISPLAY "----- RELATORIO DE SEGURANCA DE ACESSOS -----".
           OPEN INPUT ACESSO-FILE
           IF WS-STATUS-ACE NOT = "00"
               MOVE "ACESSLOG" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ACE TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhuma tentativa de acesso registrada"
           ELSE
               DISPLAY " "
               CLOSE ACESSO-FILE
               PERFORM IMPRIMIR-RESUMO
           END-IF
           PERFORM RESUMIR-DADOS-SENSIVEIS
           GOBACK.

       LER-PROXIMO-ACESSO.
           DISPLAY "  " TAB-OPERADOR(WS-INDICE-OPER) " "
               TAB-FALHAS(WS-INDICE-OPER).

      * Visoes sem mascara de salario e CPF gravadas por DADOSENS -
      * uma linha por registro mostrado, resumidas aqui por operador.
       RESUMIR-DADOS-SENSIVEIS.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-TOTAL-VISOES
           MOVE ZERO TO WS-QTDE-SENS
           DISPLAY " "
           DISPLAY "Visoes de salario/CPF sem mascara por operador:"
           OPEN INPUT SENSIVEL-FILE
           IF WS-STATUS-SEN NOT = "00"
               MOVE "LOGSENS" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-SEN TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "  Nenhuma visao registrada"
           ELSE
               PERFORM LER-PROXIMA-VISAO
               PERFORM ACUMULAR-VISAO UNTIL FIM-ARQUIVO
               CLOSE SENSIVEL-FILE
               DISPLAY "  Operador  Consultas Relatorio Exportacao"
                   " Ultima"
               PERFORM IMPRIMIR-LINHA-SENSIVEL
                   VARYING WS-INDICE-SENS FROM 1 BY 1
                   UNTIL WS-INDICE-SENS > WS-QTDE-SENS
               DISPLAY " "
               DISPLAY "Visoes sem mascara...: " WS-TOTAL-VISOES
           END-IF.

       LER-PROXIMA-VISAO.
           READ SENSIVEL-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       ACUMULAR-VISAO.
           ADD 1 TO WS-TOTAL-VISOES
           MOVE "N" TO WS-ACHOU-SENS
           PERFORM LOCALIZAR-OPERADOR-SENSIVEL
               VARYING WS-INDICE-SENS FROM 1 BY 1
               UNTIL WS-INDICE-SENS > WS-QTDE-SENS OR ACHOU-SENS
           IF NOT ACHOU-SENS AND WS-QTDE-SENS < WS-MAX-OPER
               ADD 1 TO WS-QTDE-SENS
               MOVE SEN-OPERADOR TO TAB-SENS-OPERADOR(WS-QTDE-SENS)
               MOVE ZEROS TO TAB-SENS-CONSULTAS(WS-QTDE-SENS)
               MOVE ZEROS TO TAB-SENS-RELATORIO(WS-QTDE-SENS)
               MOVE ZEROS TO TAB-SENS-EXPORTACAO(WS-QTDE-SENS)
               MOVE ZEROS TO TAB-SENS-ULTIMA(WS-QTDE-SENS)
               MOVE WS-QTDE-SENS TO WS-INDICE-SENS
               SET ACHOU-SENS TO TRUE
           END-IF
           IF ACHOU-SENS
               EVALUATE TRUE
                   WHEN SEN-CONSULTA
                       ADD 1 TO TAB-SENS-CONSULTAS(WS-INDICE-SENS)
                   WHEN SEN-RELATORIO
                       ADD 1 TO TAB-SENS-RELATORIO(WS-INDICE-SENS)
                   WHEN OTHER
                       ADD 1 TO TAB-SENS-EXPORTACAO(WS-INDICE-SENS)
               END-EVALUATE
               IF SEN-DATA > TAB-SENS-ULTIMA(WS-INDICE-SENS)
                   MOVE SEN-DATA TO TAB-SENS-ULTIMA(WS-INDICE-SENS)
               END-IF
           END-IF
           PERFORM LER-PROXIMA-VISAO.

       LOCALIZAR-OPERADOR-SENSIVEL.
           IF TAB-SENS-OPERADOR(WS-INDICE-SENS) = SEN-OPERADOR
               SET ACHOU-SENS TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-SENS
           END-IF.

       IMPRIMIR-LINHA-SENSIVEL.
           DISPLAY "  " TAB-SENS-OPERADOR(WS-INDICE-SENS) "  "
               TAB-SENS-CONSULTAS(WS-INDICE-SENS) "   "
               TAB-SENS-RELATORIO(WS-INDICE-SENS) "   "
               TAB-SENS-EXPORTACAO(WS-INDICE-SENS) "    "
               TAB-SENS-ULTIMA(WS-INDICE-SENS).

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELACESS" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELACESS.
