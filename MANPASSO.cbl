      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao da tabela de passos do processamento
      *          noturno (arquivo CTLPASSO, REGPASSO.cpy) - incluir,
      *          alterar, excluir e listar os passos que o PROCNOT
      *          dispara: programa, ordem, habilitado ou nao,
      *          calendario (todo dia util, so fim de mes, so
      *          novembro-dezembro) e se a falha interrompe a noite.
      *          Segurar o EXPCONTA a pedido do contador ou o LGPDANON
      *          durante uma auditoria passou a ser desabilitar o passo
      *          aqui, sem recompilar o PROCNOT. Acao de supervisor;
      *          cada mudanca vira um evento no AUDITORI (operacao "B")
      *          com o passo antes e depois. Chamado a partir do menu
      *          de administracao de SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANPASSO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSO-FILE ASSIGN TO "CTLPASSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAS-ORDEM
               FILE STATUS IS WS-STATUS-PASSO.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  PASSO-FILE.
           COPY "REGPASSO.cpy".
       FD  AUDITORIA-FILE.
           COPY "REGAUD.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-PASSO     PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-INDICE-PASSO     PIC 9(02) VALUE ZERO.
       77  WS-PASSO-VALIDO     PIC X(01) VALUE "S".
           88 PASSO-VALIDO         VALUE "S".
       77  WS-CONFIRMA         PIC X(01) VALUE SPACE.
       77  WS-RESPOSTA         PIC X(01) VALUE SPACE.
       77  WS-PROGRAMA-NOVO    PIC X(12) VALUE SPACES.
       77  WS-DESCRICAO-NOVA   PIC X(30) VALUE SPACES.
       01  WS-PASSO-ANTES      PIC X(68) VALUE SPACES.
           COPY "PASSOPAD.cpy".
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           OPEN I-O PASSO-FILE
           IF WS-STATUS-PASSO = "35"
               PERFORM CRIAR-TABELA-PADRAO
               OPEN I-O PASSO-FILE
           END-IF
           IF WS-STATUS-PASSO NOT = "00"
               MOVE "CTLPASSO" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-PASSO TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Tabela de passos indisponivel - status "
                   WS-STATUS-PASSO
               GOBACK
           END-IF
           PERFORM ESCOLHER-OPCAO
           CLOSE PASSO-FILE
           GOBACK.

      * Primeira manutencao antes da primeira noite com a tabela: o
      * arquivo nasce com a mesma sequencia padrao que o PROCNOT
      * carregaria, para o supervisor mexer num passo que ja existe.
       CRIAR-TABELA-PADRAO.
           OPEN OUTPUT PASSO-FILE
           PERFORM GRAVAR-PASSO-PADRAO
               VARYING WS-INDICE-PASSO FROM 1 BY 1
               UNTIL WS-INDICE-PASSO > 15
           CLOSE PASSO-FILE.

       GRAVAR-PASSO-PADRAO.
           MOVE SPACES TO REGISTRO-PASSO
           MOVE PAD-ORDEM(WS-INDICE-PASSO) TO PAS-ORDEM
           MOVE PAD-PROGRAMA(WS-INDICE-PASSO) TO PAS-PROGRAMA
           MOVE PAD-CHAMADA(WS-INDICE-PASSO) TO PAS-CHAMADA
           MOVE PAD-HABILITADO(WS-INDICE-PASSO) TO PAS-HABILITADO
           MOVE PAD-CALENDARIO(WS-INDICE-PASSO) TO PAS-CALENDARIO
           MOVE PAD-INTERROMPE(WS-INDICE-PASSO) TO PAS-INTERROMPE
           MOVE PAD-DESCRICAO(WS-INDICE-PASSO) TO PAS-DESCRICAO
           WRITE REGISTRO-PASSO
               INVALID KEY
                   DISPLAY "Passo padrao duplicado: " PAS-ORDEM
           END-WRITE.

       ESCOLHER-OPCAO.
           DISPLAY "----- TABELA DE PASSOS DO PROCESSAMENTO NOTURNO "
               "-----".
           DISPLAY "1-Incluir  2-Alterar  3-Excluir  4-Listar : "
               WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO.
           EVALUATE WS-SUBOPCAO
               WHEN 1 PERFORM INCLUIR-PASSO
               WHEN 2 PERFORM ALTERAR-PASSO
               WHEN 3 PERFORM EXCLUIR-PASSO
               WHEN 4 PERFORM LISTAR-PASSOS
               WHEN OTHER DISPLAY "Opcao invalida"
           END-EVALUATE.

       INCLUIR-PASSO.
           MOVE SPACES TO REGISTRO-PASSO
           SET PAS-CHAMADA-SISTEMA TO TRUE
           SET PAS-ATIVO TO TRUE
           SET PAS-TODO-DIA-UTIL TO TRUE
           SET PAS-FALHA-INTERROMPE TO TRUE
           DISPLAY "Ordem (01 a 20)....: " WITH NO ADVANCING.
           ACCEPT PAS-ORDEM.
           DISPLAY "Programa...........: " WITH NO ADVANCING.
           ACCEPT PAS-PROGRAMA.
           DISPLAY "Descricao..........: " WITH NO ADVANCING.
           ACCEPT PAS-DESCRICAO.
           PERFORM INFORMAR-REGRAS-PASSO.
           PERFORM VALIDAR-PASSO.
           IF PASSO-VALIDO
               WRITE REGISTRO-PASSO
                   INVALID KEY
                       DISPLAY "Ja existe passo nesta ordem - use "
                           "Alterar"
                   NOT INVALID KEY
                       DISPLAY "Passo incluido - vale a partir da "
                           "proxima noite"
                       MOVE SPACES TO WS-PASSO-ANTES
                       PERFORM GRAVAR-AUDITORIA-PASSO
               END-WRITE
           END-IF.

       ALTERAR-PASSO.
           DISPLAY "Ordem..............: " WITH NO ADVANCING.
           ACCEPT PAS-ORDEM.
           READ PASSO-FILE
               INVALID KEY
                   DISPLAY "Passo nao cadastrado"
               NOT INVALID KEY
                   MOVE REGISTRO-PASSO TO WS-PASSO-ANTES
                   PERFORM MOSTRAR-CABECALHO
                   PERFORM MOSTRAR-PASSO-ATUAL
                   DISPLAY "Programa (branco mantem): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-PROGRAMA-NOVO
                   ACCEPT WS-PROGRAMA-NOVO
                   IF WS-PROGRAMA-NOVO NOT = SPACES
                       MOVE WS-PROGRAMA-NOVO TO PAS-PROGRAMA
                   END-IF
                   DISPLAY "Descricao (branco mantem): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-DESCRICAO-NOVA
                   ACCEPT WS-DESCRICAO-NOVA
                   IF WS-DESCRICAO-NOVA NOT = SPACES
                       MOVE WS-DESCRICAO-NOVA TO PAS-DESCRICAO
                   END-IF
                   PERFORM INFORMAR-REGRAS-PASSO
                   PERFORM VALIDAR-PASSO
                   IF PASSO-VALIDO
                       REWRITE REGISTRO-PASSO
                           INVALID KEY
                               MOVE "CTLPASSO" TO ERR-ARQUIVO
                               MOVE "REWRITE" TO ERR-OPERACAO
                               MOVE WS-STATUS-PASSO TO ERR-STATUS
                               MOVE PAS-ORDEM TO ERR-CHAVE
                               PERFORM REGISTRAR-ERRO-IO
                               DISPLAY "Falha ao gravar o passo"
                           NOT INVALID KEY
                               DISPLAY "Passo alterado - vale a "
                                   "partir da proxima noite"
                               PERFORM GRAVAR-AUDITORIA-PASSO
                       END-REWRITE
                   END-IF
           END-READ.

      * Excluir tira o passo da cadeia de vez; para segurar uma noite
      * o caminho e desabilitar em Alterar, que deixa o 998 no HISTBAT.
       EXCLUIR-PASSO.
           DISPLAY "Ordem..............: " WITH NO ADVANCING.
           ACCEPT PAS-ORDEM.
           READ PASSO-FILE
               INVALID KEY
                   DISPLAY "Passo nao cadastrado"
               NOT INVALID KEY
                   MOVE REGISTRO-PASSO TO WS-PASSO-ANTES
                   PERFORM MOSTRAR-CABECALHO
                   PERFORM MOSTRAR-PASSO-ATUAL
                   DISPLAY "Confirma a exclusao do passo (S/N)? "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       DELETE PASSO-FILE
                           INVALID KEY
                               MOVE "CTLPASSO" TO ERR-ARQUIVO
                               MOVE "DELETE" TO ERR-OPERACAO
                               MOVE WS-STATUS-PASSO TO ERR-STATUS
                               MOVE PAS-ORDEM TO ERR-CHAVE
                               PERFORM REGISTRAR-ERRO-IO
                               DISPLAY "Falha ao excluir o passo"
                           NOT INVALID KEY
                               DISPLAY "Passo excluido da cadeia"
                               MOVE SPACES TO REGISTRO-PASSO
                               PERFORM GRAVAR-AUDITORIA-PASSO
                       END-DELETE
                   END-IF
           END-READ.

      * Entre parenteses o valor atual; branco mantem.
       INFORMAR-REGRAS-PASSO.
           DISPLAY "Chamada S-sistema/C-subprograma (" PAS-CHAMADA
               "): " WITH NO ADVANCING.
           MOVE SPACE TO WS-RESPOSTA.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = SPACE
               MOVE WS-RESPOSTA TO PAS-CHAMADA
           END-IF.
           DISPLAY "Habilitado S/N (" PAS-HABILITADO "): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-RESPOSTA.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = SPACE
               MOVE WS-RESPOSTA TO PAS-HABILITADO
           END-IF.
           DISPLAY "Calendario D-todo dia util/M-fim de mes/"
               "N-nov-dez (" PAS-CALENDARIO "): " WITH NO ADVANCING.
           MOVE SPACE TO WS-RESPOSTA.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = SPACE
               MOVE WS-RESPOSTA TO PAS-CALENDARIO
           END-IF.
           DISPLAY "Falha interrompe a noite S/N (" PAS-INTERROMPE
               "): " WITH NO ADVANCING.
           MOVE SPACE TO WS-RESPOSTA.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = SPACE
               MOVE WS-RESPOSTA TO PAS-INTERROMPE
           END-IF.

      * A ordem e a posicao do RC no HISTBAT, que tem 20 posicoes.
       VALIDAR-PASSO.
           SET PASSO-VALIDO TO TRUE
           EVALUATE TRUE
               WHEN PAS-ORDEM NOT NUMERIC
                       OR PAS-ORDEM < 1 OR PAS-ORDEM > 20
                   DISPLAY "Ordem deve ir de 01 a 20"
                   MOVE "N" TO WS-PASSO-VALIDO
               WHEN PAS-PROGRAMA = SPACES
                   DISPLAY "Programa obrigatorio"
                   MOVE "N" TO WS-PASSO-VALIDO
               WHEN NOT PAS-CHAMADA-SISTEMA
                       AND NOT PAS-CHAMADA-INTERNA
                   DISPLAY "Chamada deve ser S ou C"
                   MOVE "N" TO WS-PASSO-VALIDO
               WHEN NOT PAS-ATIVO AND NOT PAS-DESATIVADO
                   DISPLAY "Habilitado deve ser S ou N"
                   MOVE "N" TO WS-PASSO-VALIDO
               WHEN NOT PAS-TODO-DIA-UTIL AND NOT PAS-FIM-DE-MES
                       AND NOT PAS-NOVEMBRO-DEZEMBRO
                   DISPLAY "Calendario deve ser D, M ou N"
                   MOVE "N" TO WS-PASSO-VALIDO
               WHEN NOT PAS-FALHA-INTERROMPE AND NOT PAS-FALHA-SEGUE
                   DISPLAY "Interrompe deve ser S ou N"
                   MOVE "N" TO WS-PASSO-VALIDO
           END-EVALUATE
           IF NOT PASSO-VALIDO
               DISPLAY "Passo nao gravado"
           END-IF.

       LISTAR-PASSOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO PAS-ORDEM
           START PASSO-FILE KEY NOT < PAS-ORDEM
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-PASSO
           END-IF
           PERFORM MOSTRAR-CABECALHO
           PERFORM MOSTRAR-PASSO UNTIL FIM-ARQUIVO.

       LER-PROXIMO-PASSO.
           READ PASSO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       MOSTRAR-PASSO.
           PERFORM MOSTRAR-PASSO-ATUAL
           PERFORM LER-PROXIMO-PASSO.

       MOSTRAR-CABECALHO.
           DISPLAY "Ord Programa     Ch Hab Cal Int Descricao".

       MOSTRAR-PASSO-ATUAL.
           DISPLAY PAS-ORDEM "  " PAS-PROGRAMA " " PAS-CHAMADA "  "
               PAS-HABILITADO "   " PAS-CALENDARIO "   "
               PAS-INTERROMPE "   " PAS-DESCRICAO.

      * Mudar a cadeia da noite e mudar o comportamento do sistema -
      * o evento fica no AUDITORI (operacao "B") com o passo inteiro
      * antes e depois nas imagens (brancos na inclusao/exclusao).
       GRAVAR-AUDITORIA-PASSO.
           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUD NOT = "00"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE OPERADOR-LOGADO TO AUD-OPERADOR
           SET AUD-PASSO-BATCH TO TRUE
           MOVE ZEROS TO AUD-MATRICULA
           MOVE WS-PASSO-ANTES TO AUD-ANTES
           MOVE REGISTRO-PASSO TO AUD-DEPOIS
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA
           CLOSE AUDITORIA-FILE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANPASSO" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANPASSO.
