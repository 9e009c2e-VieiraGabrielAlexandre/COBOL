      *          ARQEXCTL que PURGEXCL alimenta) com data alem da
      *          retencao configuravel (parametro LGPDDIAS), sobrepoe
      *          os campos identificadores de cada registro (nome,
      *          data de nascimento, CEP, CPF, e-mail) preservando a
      *          MATRICULA e os valores de salario que a contabilidade
      *          precisa, marca o registro como anonimizado (STATUS
      *          "X") e grava um evento no AUDITORI por registro.
      *          Matricula presente na lista de retencao judicial
      *          (LEGALHLD, uma matricula por linha) fica intocada.
      *          Roda como passo do processamento noturno (PROCNOT).
      *          Arquivo morto gerado antes do controle ARQEXCTL
      *          existir entra pela carga unica ARQBACK.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-STATUS-MORTO     PIC X(02) VALUE SPACES.
       77  WS-STATUS-LGH       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-NOME-ARQUIVO-MORTO PIC X(16) VALUE SPACES.
       77  WS-FIM-CONTROLE     PIC X(01) VALUE "N".
           88 FIM-CONTROLE         VALUE "S".
      * arquivo morto e folga sobre o volume de um expurgo.
       01  TABELA-MORTOS.
           03 TAB-MORTO-ITEM OCCURS 500 TIMES.
               05 TAB-MORTO-IMAGEM PIC X(300).
       01  TABELA-LEGAL-HOLD.
           03 TAB-HOLD-MATRICULA PIC 9(06) OCCURS 500 TIMES.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== ANONIMIZACAO LGPD DOS ARQUIVADOS =====".
           MOVE "N" TO WS-FIM-CONTROLE
           OPEN INPUT CONTROLE-EXCL-FILE
           IF WS-STATUS-CTE NOT = "00"
               MOVE "ARQEXCTL" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-CTE TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Controle ARQEXCTL indisponivel - nada a "
                   "anonimizar"
               MOVE "S" TO WS-FIM-CONTROLE
           END-IF.

      * A matricula e os valores de salario ficam - sao os numeros
      * contabeis; nome, nascimento, CEP, CPF e e-mail somem de vez.
       SOBREPOR-DADOS-PESSOAIS.
           MOVE "ANONIMIZADO" TO PRIMEIRONOME
           MOVE "LGPD" TO SOBRENOME
           MOVE ZEROS TO CPF-ALUNO-EDIT-P4
           MOVE SPACES TO NUMERO-ALUNO
           MOVE SPACES TO COMPLEMENTO-ALUNO
           MOVE SPACES TO EMAIL-ALUNO
           MOVE ZEROS TO DATA-ADMISSAO
           SET REGISTRO-ANONIMIZADO TO TRUE.

           MOVE MATRICULA TO AUD-MATRICULA
           MOVE SPACES TO AUD-ANTES
           MOVE REGISTRO-ALUNO TO AUD-DEPOIS
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "LGPDANON" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM LGPDANON.
