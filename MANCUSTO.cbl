      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de centros de custo (arquivo
      *          CCUSTO, REGCCU.cpy) - incluir, alterar a descricao,
      *          ativar/desativar e listar os departamentos para os
      *          quais a folha e os encargos sao apropriados. Nao ha
      *          exclusao fisica: o codigo fica gravado nos cadastros,
      *          no FOLHADET e nos lancamentos ja exportados, entao um
      *          centro extinto so e desativado. Cada mudanca vira um
      *          evento no AUDITORI (operacao "C"), como a manutencao
      *          de parametros. Chamado a partir do menu de
      *          administracao de SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANCUSTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCUSTO-FILE ASSIGN TO "CCUSTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCU-CODIGO
               FILE STATUS IS WS-STATUS-CCU.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  CCUSTO-FILE.
           COPY "REGCCU.cpy".
       FD  AUDITORIA-FILE.
           COPY "REGAUD.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-CCU       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-IMAGEM-ANTIGA    PIC X(37) VALUE SPACES.
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           OPEN I-O CCUSTO-FILE
           IF WS-STATUS-CCU = "35"
               OPEN OUTPUT CCUSTO-FILE
               CLOSE CCUSTO-FILE
               OPEN I-O CCUSTO-FILE
           END-IF
           IF WS-STATUS-CCU NOT = "00"
               MOVE "CCUSTO" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-CCU TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de centros de custo indisponivel - "
                   "status " WS-STATUS-CCU
               GOBACK
           END-IF
           PERFORM ESCOLHER-OPCAO
           CLOSE CCUSTO-FILE
           GOBACK.

       ESCOLHER-OPCAO.
           DISPLAY "----- CENTROS DE CUSTO -----".
           DISPLAY "1-Incluir  2-Alterar  3-Ativar/Desativar  "
               "4-Listar : " WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO.
           EVALUATE WS-SUBOPCAO
               WHEN 1 PERFORM INCLUIR-CCUSTO
               WHEN 2 PERFORM ALTERAR-CCUSTO
               WHEN 3 PERFORM TROCAR-SITUACAO-CCUSTO
               WHEN 4 PERFORM LISTAR-CCUSTOS
               WHEN OTHER DISPLAY "Opcao invalida"
           END-EVALUATE.

       INCLUIR-CCUSTO.
           DISPLAY "Codigo (6 posicoes): " WITH NO ADVANCING.
           ACCEPT CCU-CODIGO.
           IF CCU-CODIGO = SPACES
               DISPLAY "Codigo em branco - centro nao incluido"
           ELSE
               DISPLAY "Descricao..........: " WITH NO ADVANCING
               ACCEPT CCU-DESCRICAO
               SET CCU-ATIVO TO TRUE
               WRITE REGISTRO-CCUSTO
                   INVALID KEY
                       DISPLAY "Centro de custo ja cadastrado - use "
                           "Alterar"
                   NOT INVALID KEY
                       DISPLAY "Centro de custo incluido com sucesso"
                       MOVE SPACES TO WS-IMAGEM-ANTIGA
                       PERFORM GRAVAR-AUDITORIA-CCUSTO
               END-WRITE
           END-IF.

       ALTERAR-CCUSTO.
           PERFORM LOCALIZAR-CCUSTO
           IF WS-STATUS-CCU = "00"
               MOVE REGISTRO-CCUSTO TO WS-IMAGEM-ANTIGA
               DISPLAY "Descricao [" CCU-DESCRICAO "]: "
                   WITH NO ADVANCING
               ACCEPT CCU-DESCRICAO
               REWRITE REGISTRO-CCUSTO
                   INVALID KEY
                       MOVE "CCUSTO" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-CCU TO ERR-STATUS
                       MOVE CCU-CODIGO TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao gravar o centro de custo"
                   NOT INVALID KEY
                       DISPLAY "Centro de custo alterado com sucesso"
                       PERFORM GRAVAR-AUDITORIA-CCUSTO
               END-REWRITE
           END-IF.

      * Desativar so fecha o centro para cadastros novos e mudancas
      * de departamento - quem ja esta nele continua sendo apropriado
      * ali ate ser transferido.
       TROCAR-SITUACAO-CCUSTO.
           PERFORM LOCALIZAR-CCUSTO
           IF WS-STATUS-CCU = "00"
               MOVE REGISTRO-CCUSTO TO WS-IMAGEM-ANTIGA
               IF CCU-ATIVO
                   DISPLAY "Confirma desativar " CCU-DESCRICAO
                       " (S/N)? " WITH NO ADVANCING
               ELSE
                   DISPLAY "Confirma reativar " CCU-DESCRICAO
                       " (S/N)? " WITH NO ADVANCING
               END-IF
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   IF CCU-ATIVO
                       SET CCU-INATIVO TO TRUE
                   ELSE
                       SET CCU-ATIVO TO TRUE
                   END-IF
                   REWRITE REGISTRO-CCUSTO
                       INVALID KEY
                           MOVE "CCUSTO" TO ERR-ARQUIVO
                           MOVE "REWRITE" TO ERR-OPERACAO
                           MOVE WS-STATUS-CCU TO ERR-STATUS
                           MOVE CCU-CODIGO TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao gravar o centro de custo"
                       NOT INVALID KEY
                           DISPLAY "Situacao do centro de custo "
                               "alterada"
                           PERFORM GRAVAR-AUDITORIA-CCUSTO
                   END-REWRITE
               ELSE
                   DISPLAY "Operacao cancelada"
               END-IF
           END-IF.

       LOCALIZAR-CCUSTO.
           DISPLAY "Codigo.............: " WITH NO ADVANCING.
           ACCEPT CCU-CODIGO.
           READ CCUSTO-FILE
               INVALID KEY
                   DISPLAY "Centro de custo nao encontrado"
           END-READ.

       LISTAR-CCUSTOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE SPACES TO CCU-CODIGO
           START CCUSTO-FILE KEY NOT < CCU-CODIGO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-CCUSTO
           END-IF
           DISPLAY "Codigo Descricao                      Situacao"
           PERFORM MOSTRAR-CCUSTO UNTIL FIM-ARQUIVO.

       LER-PROXIMO-CCUSTO.
           READ CCUSTO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       MOSTRAR-CCUSTO.
           IF CCU-ATIVO
               DISPLAY CCU-CODIGO " " CCU-DESCRICAO " ATIVO"
           ELSE
               DISPLAY CCU-CODIGO " " CCU-DESCRICAO " INATIVO"
           END-IF
           PERFORM LER-PROXIMO-CCUSTO.

      * Mudanca no centro de custo muda para onde a folha e lancada -
      * o evento fica no AUDITORI (operacao "C") com o registro
      * antes/depois nas imagens.
       GRAVAR-AUDITORIA-CCUSTO.
           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUD NOT = "00"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE OPERADOR-LOGADO TO AUD-OPERADOR
           SET AUD-CENTRO-CUSTO TO TRUE
           MOVE ZEROS TO AUD-MATRICULA
           MOVE SPACES TO AUD-ANTES
           MOVE SPACES TO AUD-DEPOIS
           MOVE WS-IMAGEM-ANTIGA TO AUD-ANTES (1:37)
           MOVE REGISTRO-CCUSTO TO AUD-DEPOIS (1:37)
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA
           CLOSE AUDITORIA-FILE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANCUSTO" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANCUSTO.
