      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao dos avisos diarios do AVISONOT - as listas
      *          de destinatarios (arquivo DESTINOS, REGDST.cpy; uma
      *          lista por tipo de aviso de TABAVI.cpy, cada
      *          destinatario com canal e-mail ou SMS, endereco e
      *          ativo ou suspenso) e o controle dos avisos (AVISOCTL,
      *          REGAVI.cpy): consultar os avisos em andamento e
      *          reconhecer um aviso, ou todos os abertos de um tipo,
      *          para que o AVISONOT pare de reenvia-lo toda noite. O
      *          reconhecimento guarda quem e quando. Chamado a partir
      *          do menu de administracao de SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAVISO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESTINO-FILE ASSIGN TO "DESTINOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DST-CHAVE
               FILE STATUS IS WS-STATUS-DST.
           SELECT AVISO-FILE ASSIGN TO "AVISOCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVI-CHAVE
               FILE STATUS IS WS-STATUS-AVI.
       DATA DIVISION.
       FILE SECTION.
       FD  DESTINO-FILE.
           COPY "REGDST.cpy".
       FD  AVISO-FILE.
           COPY "REGAVI.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-DST       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AVI       PIC X(02) VALUE SPACES.
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-DESTINO-VALIDO   PIC X(01) VALUE "S".
           88 DESTINO-VALIDO       VALUE "S".
       77  WS-ACHOU-TIPO       PIC X(01) VALUE "N".
           88 ACHOU-TIPO           VALUE "S".
       77  WS-INDICE-TIPO      PIC 9(02) VALUE ZERO.
       77  WS-QTDE-TIPOS       PIC 9(02) VALUE 6.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACE.
       77  WS-RESPOSTA         PIC X(01) VALUE SPACE.
       77  WS-NOME-NOVO        PIC X(30) VALUE SPACES.
       77  WS-ENDERECO-NOVO    PIC X(50) VALUE SPACES.
       77  WS-QTDE-SEPARADOR   PIC 9(03) VALUE ZERO.
       77  WS-TIPO-ESCOLHIDO   PIC X(08) VALUE SPACES.
       77  WS-QTDE-RECONHECIDOS PIC 9(05) VALUE ZERO.
       77  WS-QTDE-LISTADOS    PIC 9(05) VALUE ZERO.
       77  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-AUX         PIC 9(08) VALUE ZEROS.
       01  WS-DATA-EDIT.
           03 WS-DATA-DIA      PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DATA-MES      PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DATA-ANO      PIC 9(04).
           COPY "TABAVI.cpy".
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O DESTINO-FILE
           IF WS-STATUS-DST = "35"
               OPEN OUTPUT DESTINO-FILE
               CLOSE DESTINO-FILE
               OPEN I-O DESTINO-FILE
           END-IF
           IF WS-STATUS-DST NOT = "00"
               MOVE "DESTINOS" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-DST TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Listas de destinatarios indisponiveis - "
                   "status " WS-STATUS-DST
               GOBACK
           END-IF
           OPEN I-O AVISO-FILE
           IF WS-STATUS-AVI = "35"
               OPEN OUTPUT AVISO-FILE
               CLOSE AVISO-FILE
               OPEN I-O AVISO-FILE
           END-IF
           IF WS-STATUS-AVI NOT = "00"
               MOVE "AVISOCTL" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-AVI TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Controle de avisos indisponivel - status "
                   WS-STATUS-AVI
               CLOSE DESTINO-FILE
               GOBACK
           END-IF
           PERFORM ESCOLHER-OPCAO
           CLOSE AVISO-FILE
           CLOSE DESTINO-FILE
           GOBACK.

       ESCOLHER-OPCAO.
           DISPLAY "----- AVISOS DIARIOS (E-MAIL/SMS) -----".
           DISPLAY "Destinatarios: 1-Incluir  2-Alterar  3-Excluir  "
               "4-Listar".
           DISPLAY "Avisos.......: 5-Listar  6-Reconhecer um  "
               "7-Reconhecer o tipo".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO.
           EVALUATE WS-SUBOPCAO
               WHEN 1 PERFORM INCLUIR-DESTINATARIO
               WHEN 2 PERFORM ALTERAR-DESTINATARIO
               WHEN 3 PERFORM EXCLUIR-DESTINATARIO
               WHEN 4 PERFORM LISTAR-DESTINATARIOS
               WHEN 5 PERFORM LISTAR-AVISOS
               WHEN 6 PERFORM RECONHECER-AVISO
               WHEN 7 PERFORM RECONHECER-TIPO
               WHEN OTHER DISPLAY "Opcao invalida"
           END-EVALUATE.

      ******************************************************************
      * Destinatarios
      ******************************************************************
       INCLUIR-DESTINATARIO.
           MOVE SPACES TO REGISTRO-DESTINATARIO
           SET DST-CANAL-EMAIL TO TRUE
           SET DST-RECEBE TO TRUE
           PERFORM MOSTRAR-TIPOS
           DISPLAY "Lista (tipo de aviso).: " WITH NO ADVANCING.
           ACCEPT DST-LISTA.
           DISPLAY "Sequencia (01 a 99)...: " WITH NO ADVANCING.
           ACCEPT DST-SEQUENCIA.
           DISPLAY "Nome..................: " WITH NO ADVANCING.
           ACCEPT DST-NOME.
           PERFORM INFORMAR-CONTATO.
           PERFORM VALIDAR-DESTINATARIO.
           IF DESTINO-VALIDO
               WRITE REGISTRO-DESTINATARIO
                   INVALID KEY
                       DISPLAY "Ja existe esta sequencia na lista - "
                           "use Alterar"
                   NOT INVALID KEY
                       DISPLAY "Destinatario incluido - recebe a "
                           "partir da proxima noite"
               END-WRITE
           END-IF.

       ALTERAR-DESTINATARIO.
           DISPLAY "Lista.................: " WITH NO ADVANCING.
           ACCEPT DST-LISTA.
           DISPLAY "Sequencia.............: " WITH NO ADVANCING.
           ACCEPT DST-SEQUENCIA.
           READ DESTINO-FILE
               INVALID KEY
                   DISPLAY "Destinatario nao cadastrado"
               NOT INVALID KEY
                   PERFORM MOSTRAR-CABECALHO-DESTINO
                   PERFORM MOSTRAR-DESTINATARIO-ATUAL
                   DISPLAY "Nome (branco mantem): " WITH NO ADVANCING
                   MOVE SPACES TO WS-NOME-NOVO
                   ACCEPT WS-NOME-NOVO
                   IF WS-NOME-NOVO NOT = SPACES
                       MOVE WS-NOME-NOVO TO DST-NOME
                   END-IF
                   PERFORM INFORMAR-CONTATO
                   PERFORM VALIDAR-DESTINATARIO
                   IF DESTINO-VALIDO
                       REWRITE REGISTRO-DESTINATARIO
                           INVALID KEY
                               MOVE "DESTINOS" TO ERR-ARQUIVO
                               MOVE "REWRITE" TO ERR-OPERACAO
                               MOVE WS-STATUS-DST TO ERR-STATUS
                               MOVE DST-CHAVE TO ERR-CHAVE
                               PERFORM REGISTRAR-ERRO-IO
                               DISPLAY "Falha ao gravar o destinatario"
                           NOT INVALID KEY
                               DISPLAY "Destinatario alterado"
                       END-REWRITE
                   END-IF
           END-READ.

      * Para tirar alguem so por uns dias o caminho e suspender em
      * Alterar (ativo "N"), que guarda o cadastro.
       EXCLUIR-DESTINATARIO.
           DISPLAY "Lista.................: " WITH NO ADVANCING.
           ACCEPT DST-LISTA.
           DISPLAY "Sequencia.............: " WITH NO ADVANCING.
           ACCEPT DST-SEQUENCIA.
           READ DESTINO-FILE
               INVALID KEY
                   DISPLAY "Destinatario nao cadastrado"
               NOT INVALID KEY
                   PERFORM MOSTRAR-CABECALHO-DESTINO
                   PERFORM MOSTRAR-DESTINATARIO-ATUAL
                   DISPLAY "Confirma a exclusao (S/N)? "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       DELETE DESTINO-FILE
                           INVALID KEY
                               MOVE "DESTINOS" TO ERR-ARQUIVO
                               MOVE "DELETE" TO ERR-OPERACAO
                               MOVE WS-STATUS-DST TO ERR-STATUS
                               MOVE DST-CHAVE TO ERR-CHAVE
                               PERFORM REGISTRAR-ERRO-IO
                               DISPLAY "Falha ao excluir o "
                                   "destinatario"
                           NOT INVALID KEY
                               DISPLAY "Destinatario excluido"
                       END-DELETE
                   END-IF
           END-READ.

      * Entre parenteses o valor atual; branco mantem.
       INFORMAR-CONTATO.
           DISPLAY "Canal E-e-mail/S-SMS (" DST-CANAL "): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-RESPOSTA.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = SPACE
               MOVE WS-RESPOSTA TO DST-CANAL
           END-IF.
           DISPLAY "Endereco (e-mail ou celular com DDD, branco "
               "mantem): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENDERECO-NOVO.
           ACCEPT WS-ENDERECO-NOVO.
           IF WS-ENDERECO-NOVO NOT = SPACES
               MOVE WS-ENDERECO-NOVO TO DST-ENDERECO
           END-IF.
           DISPLAY "Ativo S/N (" DST-ATIVO "): " WITH NO ADVANCING.
           MOVE SPACE TO WS-RESPOSTA.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = SPACE
               MOVE WS-RESPOSTA TO DST-ATIVO
           END-IF.

      * Nome e endereco vao para a caixa de saida separada por ";" -
      * o separador nao pode aparecer neles.
       VALIDAR-DESTINATARIO.
           SET DESTINO-VALIDO TO TRUE
           MOVE ZERO TO WS-QTDE-SEPARADOR
           INSPECT DST-NOME TALLYING WS-QTDE-SEPARADOR FOR ALL ";"
           INSPECT DST-ENDERECO TALLYING WS-QTDE-SEPARADOR
               FOR ALL ";"
           MOVE DST-LISTA TO WS-TIPO-ESCOLHIDO
           PERFORM LOCALIZAR-TIPO
           EVALUATE TRUE
               WHEN NOT ACHOU-TIPO
                   DISPLAY "Lista deve ser um dos tipos de aviso"
                   MOVE "N" TO WS-DESTINO-VALIDO
               WHEN DST-SEQUENCIA NOT NUMERIC
                       OR DST-SEQUENCIA < 1
                   DISPLAY "Sequencia deve ir de 01 a 99"
                   MOVE "N" TO WS-DESTINO-VALIDO
               WHEN DST-NOME = SPACES
                   DISPLAY "Nome obrigatorio"
                   MOVE "N" TO WS-DESTINO-VALIDO
               WHEN NOT DST-CANAL-EMAIL AND NOT DST-CANAL-SMS
                   DISPLAY "Canal deve ser E ou S"
                   MOVE "N" TO WS-DESTINO-VALIDO
               WHEN DST-ENDERECO = SPACES
                   DISPLAY "Endereco obrigatorio"
                   MOVE "N" TO WS-DESTINO-VALIDO
               WHEN NOT DST-RECEBE AND NOT DST-SUSPENSO
                   DISPLAY "Ativo deve ser S ou N"
                   MOVE "N" TO WS-DESTINO-VALIDO
               WHEN WS-QTDE-SEPARADOR > ZERO
                   DISPLAY "Nome e endereco nao podem conter ;"
                   MOVE "N" TO WS-DESTINO-VALIDO
           END-EVALUATE
           IF NOT DESTINO-VALIDO
               DISPLAY "Destinatario nao gravado"
           END-IF.

       LISTAR-DESTINATARIOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO DST-CHAVE
           START DESTINO-FILE KEY NOT < DST-CHAVE
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-DESTINATARIO
           END-IF
           PERFORM MOSTRAR-CABECALHO-DESTINO
           PERFORM MOSTRAR-DESTINATARIO UNTIL FIM-ARQUIVO.

       LER-PROXIMO-DESTINATARIO.
           READ DESTINO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       MOSTRAR-DESTINATARIO.
           PERFORM MOSTRAR-DESTINATARIO-ATUAL
           PERFORM LER-PROXIMO-DESTINATARIO.

       MOSTRAR-CABECALHO-DESTINO.
           DISPLAY "Lista    Sq Nome                           "
               "C A Endereco".

       MOSTRAR-DESTINATARIO-ATUAL.
           DISPLAY DST-LISTA " " DST-SEQUENCIA " " DST-NOME " "
               DST-CANAL " " DST-ATIVO " " DST-ENDERECO.

       MOSTRAR-TIPOS.
           DISPLAY "Tipos de aviso:"
           PERFORM MOSTRAR-TIPO
               VARYING WS-INDICE-TIPO FROM 1 BY 1
               UNTIL WS-INDICE-TIPO > WS-QTDE-TIPOS.

       MOSTRAR-TIPO.
           DISPLAY "  " TAB-AVI-CODIGO(WS-INDICE-TIPO) " "
               TAB-AVI-DESCRICAO(WS-INDICE-TIPO).

       LOCALIZAR-TIPO.
           MOVE "N" TO WS-ACHOU-TIPO
           PERFORM COMPARAR-TIPO
               VARYING WS-INDICE-TIPO FROM 1 BY 1
               UNTIL WS-INDICE-TIPO > WS-QTDE-TIPOS OR ACHOU-TIPO.

       COMPARAR-TIPO.
           IF TAB-AVI-CODIGO(WS-INDICE-TIPO) = WS-TIPO-ESCOLHIDO
               SET ACHOU-TIPO TO TRUE
           END-IF.

      ******************************************************************
      * Avisos - o controle que o AVISONOT mantem; aqui so se consulta
      * e se reconhece.
      ******************************************************************
       LISTAR-AVISOS.
           MOVE ZERO TO WS-QTDE-LISTADOS
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO AVI-CHAVE
           START AVISO-FILE KEY NOT < AVI-CHAVE
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-AVISO
           END-IF
           DISPLAY "Tipo     Referencia           S Desde      Envios "
               "Assunto"
           PERFORM MOSTRAR-AVISO UNTIL FIM-ARQUIVO
           DISPLAY WS-QTDE-LISTADOS " aviso(s) - S: A aberto (reenvia "
               "toda noite), R reconhecido".

       LER-PROXIMO-AVISO.
           READ AVISO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       MOSTRAR-AVISO.
           PERFORM MOSTRAR-AVISO-ATUAL
           ADD 1 TO WS-QTDE-LISTADOS
           PERFORM LER-PROXIMO-AVISO.

       MOSTRAR-AVISO-ATUAL.
           MOVE AVI-DATA-PRIMEIRA TO WS-DATA-AUX
           PERFORM EDITAR-DATA
           DISPLAY AVI-TIPO " " AVI-REFERENCIA " " AVI-STATUS " "
               WS-DATA-EDIT " " AVI-ENVIOS "    " AVI-ASSUNTO
           IF AVI-RECONHECIDO
               MOVE AVI-DATA-RECONHECIDO TO WS-DATA-AUX
               PERFORM EDITAR-DATA
               DISPLAY "         reconhecido por " AVI-RECONHECIDO-POR
                   " em " WS-DATA-EDIT
           END-IF.

       RECONHECER-AVISO.
           DISPLAY "Tipo..................: " WITH NO ADVANCING.
           ACCEPT AVI-TIPO.
           DISPLAY "Referencia (como na lista): " WITH NO ADVANCING.
           ACCEPT AVI-REFERENCIA.
           READ AVISO-FILE
               INVALID KEY
                   DISPLAY "Aviso nao encontrado - ja resolvido ou "
                       "referencia digitada diferente"
               NOT INVALID KEY
                   PERFORM MOSTRAR-AVISO-ATUAL
                   IF AVI-RECONHECIDO
                       DISPLAY "Aviso ja reconhecido"
                   ELSE
                       DISPLAY "Confirma o reconhecimento (S/N)? "
                           WITH NO ADVANCING
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           PERFORM MARCAR-RECONHECIDO
                           IF WS-STATUS-AVI = "00"
                               DISPLAY "Aviso reconhecido - nao sera "
                                   "mais enviado"
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       RECONHECER-TIPO.
           PERFORM MOSTRAR-TIPOS
           DISPLAY "Tipo..................: " WITH NO ADVANCING.
           MOVE SPACES TO WS-TIPO-ESCOLHIDO.
           ACCEPT WS-TIPO-ESCOLHIDO.
           PERFORM LOCALIZAR-TIPO.
           IF NOT ACHOU-TIPO
               DISPLAY "Tipo de aviso invalido"
           ELSE
               DISPLAY "Reconhecer todos os avisos abertos do tipo "
                   WS-TIPO-ESCOLHIDO " (S/N)? " WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM RECONHECER-AVISOS-DO-TIPO
               END-IF
           END-IF.

       RECONHECER-AVISOS-DO-TIPO.
           MOVE ZERO TO WS-QTDE-RECONHECIDOS
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE WS-TIPO-ESCOLHIDO TO AVI-TIPO
           MOVE LOW-VALUES TO AVI-REFERENCIA
           START AVISO-FILE KEY NOT < AVI-CHAVE
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-AVISO-DO-TIPO
           END-IF
           PERFORM RECONHECER-AVISO-LIDO UNTIL FIM-ARQUIVO
           DISPLAY WS-QTDE-RECONHECIDOS " aviso(s) reconhecido(s)".

       LER-AVISO-DO-TIPO.
           READ AVISO-FILE NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF AVI-TIPO NOT = WS-TIPO-ESCOLHIDO
                       SET FIM-ARQUIVO TO TRUE
                   END-IF
           END-READ.

       RECONHECER-AVISO-LIDO.
           IF AVI-ABERTO
               PERFORM MARCAR-RECONHECIDO
               IF WS-STATUS-AVI = "00"
                   ADD 1 TO WS-QTDE-RECONHECIDOS
               END-IF
           END-IF
           PERFORM LER-AVISO-DO-TIPO.

       MARCAR-RECONHECIDO.
           SET AVI-RECONHECIDO TO TRUE
           MOVE OPERADOR-LOGADO TO AVI-RECONHECIDO-POR
           MOVE WS-DATA-HOJE TO AVI-DATA-RECONHECIDO
           REWRITE REGISTRO-AVISO
               INVALID KEY
                   MOVE "AVISOCTL" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-AVI TO ERR-STATUS
                   MOVE AVI-CHAVE TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar o aviso"
           END-REWRITE.

       EDITAR-DATA.
           MOVE WS-DATA-AUX(7:2) TO WS-DATA-DIA
           MOVE WS-DATA-AUX(5:2) TO WS-DATA-MES
           MOVE WS-DATA-AUX(1:4) TO WS-DATA-ANO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANAVISO" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANAVISO.
