      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de cargos (arquivo CARGOS,
      *          REGCGO.cpy) - incluir, alterar descricao e faixa
      *          salarial, ativar/desativar e listar os cargos com o
      *          minimo e o maximo de salario de cada um. Nao ha
      *          exclusao fisica: o codigo fica gravado nos cadastros
      *          e no historico de cargos (HISTCGO), entao um cargo
      *          extinto so e desativado. Cada mudanca vira um evento
      *          no AUDITORI (operacao "K"), como a manutencao de
      *          centros de custo. Chamado a partir do menu de
      *          administracao de SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANCARGO.
       ENVIRONMENT DIVISION.
      * Decimal separator is a build-time switch, same as EXEMPLO1.COB:
      * compile with "cobc -D BRLOCALE=1 ..." for shops that key and
      * display salaries with a comma.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGO-FILE ASSIGN TO "CARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGO-CODIGO
               FILE STATUS IS WS-STATUS-CGO.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  CARGO-FILE.
           COPY "REGCGO.cpy".
       FD  AUDITORIA-FILE.
           COPY "REGAUD.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-CGO       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-FAIXA-VALIDA     PIC X(01) VALUE "N".
           88 FAIXA-VALIDA         VALUE "S".
       77  WS-IMAGEM-ANTIGA    PIC X(61) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-MINIMO-EDIT      PIC ZZZZZZZZZ9,99.
       01  WS-MAXIMO-EDIT      PIC ZZZZZZZZZ9,99.
      >>ELSE
       01  WS-MINIMO-EDIT      PIC ZZZZZZZZZ9.99.
       01  WS-MAXIMO-EDIT      PIC ZZZZZZZZZ9.99.
      >>END-IF
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           OPEN I-O CARGO-FILE
           IF WS-STATUS-CGO = "35"
               OPEN OUTPUT CARGO-FILE
               CLOSE CARGO-FILE
               OPEN I-O CARGO-FILE
           END-IF
           IF WS-STATUS-CGO NOT = "00"
               MOVE "CARGOS" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-CGO TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de cargos indisponivel - status "
                   WS-STATUS-CGO
               GOBACK
           END-IF
           PERFORM ESCOLHER-OPCAO
           CLOSE CARGO-FILE
           GOBACK.

       ESCOLHER-OPCAO.
           DISPLAY "----- CARGOS E FAIXAS SALARIAIS -----".
           DISPLAY "1-Incluir  2-Alterar  3-Ativar/Desativar  "
               "4-Listar : " WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO.
           EVALUATE WS-SUBOPCAO
               WHEN 1 PERFORM INCLUIR-CARGO
               WHEN 2 PERFORM ALTERAR-CARGO
               WHEN 3 PERFORM TROCAR-SITUACAO-CARGO
               WHEN 4 PERFORM LISTAR-CARGOS
               WHEN OTHER DISPLAY "Opcao invalida"
           END-EVALUATE.

       INCLUIR-CARGO.
           DISPLAY "Codigo (6 posicoes): " WITH NO ADVANCING.
           ACCEPT CGO-CODIGO.
           IF CGO-CODIGO = SPACES
               DISPLAY "Codigo em branco - cargo nao incluido"
           ELSE
               DISPLAY "Descricao..........: " WITH NO ADVANCING
               ACCEPT CGO-DESCRICAO
               MOVE "N" TO WS-FAIXA-VALIDA
               PERFORM SOLICITAR-FAIXA UNTIL FAIXA-VALIDA
               SET CGO-ATIVO TO TRUE
               WRITE REGISTRO-CARGO
                   INVALID KEY
                       DISPLAY "Cargo ja cadastrado - use Alterar"
                   NOT INVALID KEY
                       DISPLAY "Cargo incluido com sucesso"
                       MOVE SPACES TO WS-IMAGEM-ANTIGA
                       PERFORM GRAVAR-AUDITORIA-CARGO
               END-WRITE
           END-IF.

      * Mudar a faixa nao mexe em salario nenhum - quem ficar fora
      * dela aparece no proximo RELFAIXA para o RH tratar.
       ALTERAR-CARGO.
           PERFORM LOCALIZAR-CARGO
           IF WS-STATUS-CGO = "00"
               MOVE REGISTRO-CARGO TO WS-IMAGEM-ANTIGA
               DISPLAY "Descricao [" CGO-DESCRICAO "]: "
                   WITH NO ADVANCING
               ACCEPT CGO-DESCRICAO
               MOVE CGO-SALARIO-MIN TO WS-MINIMO-EDIT
               MOVE CGO-SALARIO-MAX TO WS-MAXIMO-EDIT
               DISPLAY "Faixa atual: " WS-MINIMO-EDIT " a "
                   WS-MAXIMO-EDIT
               MOVE "N" TO WS-FAIXA-VALIDA
               PERFORM SOLICITAR-FAIXA UNTIL FAIXA-VALIDA
               REWRITE REGISTRO-CARGO
                   INVALID KEY
                       MOVE "CARGOS" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-CGO TO ERR-STATUS
                       MOVE CGO-CODIGO TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao gravar o cargo"
                   NOT INVALID KEY
                       DISPLAY "Cargo alterado com sucesso"
                       PERFORM GRAVAR-AUDITORIA-CARGO
               END-REWRITE
           END-IF.

       SOLICITAR-FAIXA.
           DISPLAY "Salario minimo.....: " WITH NO ADVANCING.
           ACCEPT CGO-SALARIO-MIN.
           DISPLAY "Salario maximo.....: " WITH NO ADVANCING.
           ACCEPT CGO-SALARIO-MAX.
           IF CGO-SALARIO-MAX = ZEROS
                   OR CGO-SALARIO-MAX < CGO-SALARIO-MIN
               DISPLAY "Faixa invalida - o maximo deve ser maior que "
                   "zero e nao menor que o minimo"
           ELSE
               SET FAIXA-VALIDA TO TRUE
           END-IF.

      * Desativar so fecha o cargo para cadastros novos e promocoes -
      * quem ja esta nele continua ate ser movido.
       TROCAR-SITUACAO-CARGO.
           PERFORM LOCALIZAR-CARGO
           IF WS-STATUS-CGO = "00"
               MOVE REGISTRO-CARGO TO WS-IMAGEM-ANTIGA
               IF CGO-ATIVO
                   DISPLAY "Confirma desativar " CGO-DESCRICAO
                       " (S/N)? " WITH NO ADVANCING
               ELSE
                   DISPLAY "Confirma reativar " CGO-DESCRICAO
                       " (S/N)? " WITH NO ADVANCING
               END-IF
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   IF CGO-ATIVO
                       SET CGO-INATIVO TO TRUE
                   ELSE
                       SET CGO-ATIVO TO TRUE
                   END-IF
                   REWRITE REGISTRO-CARGO
                       INVALID KEY
                           MOVE "CARGOS" TO ERR-ARQUIVO
                           MOVE "REWRITE" TO ERR-OPERACAO
                           MOVE WS-STATUS-CGO TO ERR-STATUS
                           MOVE CGO-CODIGO TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao gravar o cargo"
                       NOT INVALID KEY
                           DISPLAY "Situacao do cargo alterada"
                           PERFORM GRAVAR-AUDITORIA-CARGO
                   END-REWRITE
               ELSE
                   DISPLAY "Operacao cancelada"
               END-IF
           END-IF.

       LOCALIZAR-CARGO.
           DISPLAY "Codigo.............: " WITH NO ADVANCING.
           ACCEPT CGO-CODIGO.
           READ CARGO-FILE
               INVALID KEY
                   DISPLAY "Cargo nao encontrado"
           END-READ.

       LISTAR-CARGOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE SPACES TO CGO-CODIGO
           START CARGO-FILE KEY NOT < CGO-CODIGO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-CARGO
           END-IF
           DISPLAY "Codigo Descricao                      "
               "       Minimo        Maximo Situacao"
           PERFORM MOSTRAR-CARGO UNTIL FIM-ARQUIVO.

       LER-PROXIMO-CARGO.
           READ CARGO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       MOSTRAR-CARGO.
           MOVE CGO-SALARIO-MIN TO WS-MINIMO-EDIT
           MOVE CGO-SALARIO-MAX TO WS-MAXIMO-EDIT
           IF CGO-ATIVO
               DISPLAY CGO-CODIGO " " CGO-DESCRICAO " "
                   WS-MINIMO-EDIT " " WS-MAXIMO-EDIT " ATIVO"
           ELSE
               DISPLAY CGO-CODIGO " " CGO-DESCRICAO " "
                   WS-MINIMO-EDIT " " WS-MAXIMO-EDIT " INATIVO"
           END-IF
           PERFORM LER-PROXIMO-CARGO.

      * Mudanca de faixa muda o que a critica de salario aceita - o
      * evento fica no AUDITORI (operacao "K") com o registro
      * antes/depois nas imagens.
       GRAVAR-AUDITORIA-CARGO.
           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUD NOT = "00"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE OPERADOR-LOGADO TO AUD-OPERADOR
           SET AUD-CARGO TO TRUE
           MOVE ZEROS TO AUD-MATRICULA
           MOVE SPACES TO AUD-ANTES
           MOVE SPACES TO AUD-DEPOIS
           MOVE WS-IMAGEM-ANTIGA TO AUD-ANTES (1:61)
           MOVE REGISTRO-CARGO TO AUD-DEPOIS (1:61)
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA
           CLOSE AUDITORIA-FILE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANCARGO" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANCARGO.
