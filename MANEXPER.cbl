      ******************************************************************
      * Author:
      * Date:
      * Purpose: Contratos de experiencia (arquivo EXPERIEN,
      *          REGEXP.cpy) - lista os contratos ainda em aberto com o
      *          marco que vence a seguir e registra a decisao do
      *          supervisor nesse marco: prorrogar (so no primeiro, ate
      *          o dia do marco - passado o marco sem decisao o
      *          contrato ja virou por prazo indeterminado), efetivar
      *          ou rescindir. Rescindir chama a propria RESCISAO para
      *          o desligamento e o acerto; so se o cadastro sair dela
      *          excluido o contrato fica como rescindido. Quem decidiu
      *          e quando fica gravado em cada marco. Chamado a partir
      *          do menu de cadastros complementares de
      *          SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANEXPER.
       ENVIRONMENT DIVISION.
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPERIENCIA-FILE ASSIGN TO "EXPERIEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-MATRICULA
               FILE STATUS IS WS-STATUS-EXP.
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPERIENCIA-FILE.
           COPY "REGEXP.cpy".
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-EXP       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-TOTAL-LISTADOS   PIC 9(04) VALUE ZERO.
       77  WS-MATRICULA-ESCOLHIDA PIC 9(06) VALUE ZEROS.
       77  WS-DECISAO          PIC X(01) VALUE SPACE.
       77  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77  WS-MARCO-ATUAL      PIC 9(08) VALUE ZEROS.
       77  WS-NUMERO-MARCO     PIC 9(01) VALUE ZERO.
       77  WS-SITUACAO-TEXTO   PIC X(14) VALUE SPACES.
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       01  PERFIL-LOGADO       PIC X(01).
           88 LOGADO-SUPERVISOR    VALUE "S".
       PROCEDURE DIVISION USING OPERADOR-LOGADO, PERFIL-LOGADO.
       MAIN-PROCEDURE.
           OPEN I-O EXPERIENCIA-FILE
           IF WS-STATUS-EXP = "35"
               DISPLAY "Nenhum contrato de experiencia registrado"
               GOBACK
           END-IF
           IF WS-STATUS-EXP NOT = "00"
               MOVE "EXPERIEN" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EXP TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de experiencia indisponivel - status "
                   WS-STATUS-EXP
               GOBACK
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ESCOLHER-OPCAO
           CLOSE EXPERIENCIA-FILE
           GOBACK.

       ESCOLHER-OPCAO.
           DISPLAY "----- CONTRATOS DE EXPERIENCIA -----".
           DISPLAY "1-Listar em aberto  2-Registrar decisao : "
               WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO.
           EVALUATE WS-SUBOPCAO
               WHEN 1 PERFORM LISTAR-EM-ABERTO
               WHEN 2
                   IF LOGADO-SUPERVISOR
                       PERFORM DECIDIR-CONTRATO
                   ELSE
                       DISPLAY "So um supervisor decide contrato de "
                           "experiencia"
                   END-IF
               WHEN OTHER DISPLAY "Opcao invalida"
           END-EVALUATE.

       LISTAR-EM-ABERTO.
           PERFORM PERCORRER-CONTRATOS
           IF WS-TOTAL-LISTADOS = ZERO
               DISPLAY "Nenhum contrato de experiencia em aberto"
           END-IF.

       PERCORRER-CONTRATOS.
           MOVE ZERO TO WS-TOTAL-LISTADOS
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO EXP-MATRICULA
           START EXPERIENCIA-FILE KEY NOT < EXP-MATRICULA
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-CONTRATO
           END-IF
           PERFORM FILTRAR-CONTRATO UNTIL FIM-ARQUIVO.

       LER-PROXIMO-CONTRATO.
           READ EXPERIENCIA-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       FILTRAR-CONTRATO.
           IF EXP-EM-ABERTO
               PERFORM MOSTRAR-CONTRATO
           END-IF
           PERFORM LER-PROXIMO-CONTRATO.

       MOSTRAR-CONTRATO.
           ADD 1 TO WS-TOTAL-LISTADOS
           PERFORM APURAR-MARCO-ATUAL
           PERFORM DESCREVER-SITUACAO
           DISPLAY "Matricula " EXP-MATRICULA " admissao "
               EXP-DATA-ADMISSAO " marco " WS-NUMERO-MARCO " em "
               WS-MARCO-ATUAL " " WS-SITUACAO-TEXTO
           IF EXP-DECISAO1 NOT = SPACE
               DISPLAY "  Marco 1: " EXP-DECISAO1 " por "
                   EXP-DECISAO1-OPERADOR " em " EXP-DECISAO1-DATA
           END-IF
           IF EXP-DECISAO2 NOT = SPACE
               DISPLAY "  Marco 2: " EXP-DECISAO2 " por "
                   EXP-DECISAO2-OPERADOR " em " EXP-DECISAO2-DATA
           END-IF.

      * No primeiro periodo o marco que importa e o primeiro; depois
      * de prorrogado, o segundo.
       APURAR-MARCO-ATUAL.
           IF EXP-PRORROGADO
               MOVE 2 TO WS-NUMERO-MARCO
               MOVE EXP-DATA-MARCO2 TO WS-MARCO-ATUAL
           ELSE
               MOVE 1 TO WS-NUMERO-MARCO
               MOVE EXP-DATA-MARCO1 TO WS-MARCO-ATUAL
           END-IF.

       DESCREVER-SITUACAO.
           EVALUATE TRUE
               WHEN EXP-EFETIVADO
                   MOVE "EFETIVADO" TO WS-SITUACAO-TEXTO
               WHEN EXP-RESCINDIDO
                   MOVE "RESCINDIDO" TO WS-SITUACAO-TEXTO
               WHEN WS-MARCO-ATUAL < WS-DATA-HOJE
                   MOVE "MARCO VENCIDO" TO WS-SITUACAO-TEXTO
               WHEN WS-MARCO-ATUAL = WS-DATA-HOJE
                   MOVE "VENCE HOJE" TO WS-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE "A VENCER" TO WS-SITUACAO-TEXTO
           END-EVALUATE.

       DECIDIR-CONTRATO.
           PERFORM PERCORRER-CONTRATOS
           IF WS-TOTAL-LISTADOS = ZERO
               DISPLAY "Nenhum contrato de experiencia em aberto"
           ELSE
               PERFORM LER-CONTRATO-ESCOLHIDO
               IF WS-MATRICULA-ESCOLHIDA NOT = ZEROS
                   IF EXP-EM-ABERTO
                       PERFORM PROCESSAR-DECISAO
                   ELSE
                       DISPLAY "Contrato de experiencia ja encerrado"
                   END-IF
               END-IF
           END-IF.

      * A decisao vale para o marco corrente; tomada depois dele fica
      * registrada assim mesmo, com o aviso de que chegou atrasada.
       PROCESSAR-DECISAO.
           PERFORM MOSTRAR-CONTRATO
           IF WS-MARCO-ATUAL < WS-DATA-HOJE
               DISPLAY "Atencao: o marco " WS-NUMERO-MARCO " venceu em "
                   WS-MARCO-ATUAL " sem decisao"
           END-IF
           IF EXP-PRIMEIRO-PERIODO
               DISPLAY "P-Prorrogar  E-Efetivar  R-Rescindir: "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "E-Efetivar  R-Rescindir: " WITH NO ADVANCING
           END-IF
           ACCEPT WS-DECISAO.
           EVALUATE WS-DECISAO
               WHEN "P" WHEN "p"
                   PERFORM PRORROGAR-CONTRATO
               WHEN "E" WHEN "e"
                   MOVE "E" TO WS-DECISAO
                   SET EXP-EFETIVADO TO TRUE
                   PERFORM REGRAVAR-DECISAO
                   DISPLAY "Matricula " EXP-MATRICULA " efetivada"
               WHEN "R" WHEN "r"
                   PERFORM RESCINDIR-CONTRATO
               WHEN OTHER
                   DISPLAY "Decisao invalida - contrato mantido"
           END-EVALUATE.

      * Prorrogacao so cabe uma vez e ate o dia do primeiro marco; o
      * contrato que passou dele sem prorrogar ja e por prazo
      * indeterminado e so pode ser efetivado ou rescindido.
       PRORROGAR-CONTRATO.
           EVALUATE TRUE
               WHEN NOT EXP-PRIMEIRO-PERIODO
                   DISPLAY "Contrato ja foi prorrogado uma vez"
               WHEN EXP-DATA-MARCO1 < WS-DATA-HOJE
                   DISPLAY "Primeiro marco ja passou - prorrogacao "
                       "nao permitida"
               WHEN OTHER
                   MOVE "P" TO WS-DECISAO
                   SET EXP-PRORROGADO TO TRUE
                   MOVE 1 TO WS-NUMERO-MARCO
                   PERFORM REGRAVAR-DECISAO
                   DISPLAY "Contrato prorrogado ate " EXP-DATA-MARCO2
           END-EVALUATE.

      * O desligamento e o da RESCISAO, com termo e acerto; ela pede a
      * matricula de novo. O contrato so fecha se o cadastro saiu de
      * la excluido - desistencia na RESCISAO deixa tudo como estava.
       RESCINDIR-CONTRATO.
           DISPLAY "Informe a matricula " EXP-MATRICULA
               " na rescisao a seguir"
           CALL "RESCISAO" USING OPERADOR-LOGADO PERFIL-LOGADO
               ON OVERFLOW
                   DISPLAY "Programa RESCISAO nao disponivel"
           END-CALL
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro indisponivel - status " WS-STATUS-ARQ
           ELSE
               MOVE EXP-MATRICULA TO MATRICULA
               READ CADASTRO-FILE
                   INVALID KEY
                       DISPLAY "Matricula nao encontrada no cadastro"
                   NOT INVALID KEY
                       PERFORM CONFERIR-RESCISAO
               END-READ
               CLOSE CADASTRO-FILE
           END-IF.

       CONFERIR-RESCISAO.
           IF REGISTRO-EXCLUIDO
               MOVE "R" TO WS-DECISAO
               SET EXP-RESCINDIDO TO TRUE
               PERFORM REGRAVAR-DECISAO
               DISPLAY "Contrato de experiencia da matricula "
                   EXP-MATRICULA " rescindido"
           ELSE
               DISPLAY "Rescisao nao efetuada - contrato mantido"
           END-IF.

      * Zeros na matricula = desistencia; matricula sem contrato tambem
      * volta zerada para quem chamou nao seguir adiante.
       LER-CONTRATO-ESCOLHIDO.
           DISPLAY "Matricula (zeros sai): " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA-ESCOLHIDA.
           IF WS-MATRICULA-ESCOLHIDA NOT = ZEROS
               MOVE WS-MATRICULA-ESCOLHIDA TO EXP-MATRICULA
               READ EXPERIENCIA-FILE
                   INVALID KEY
                       DISPLAY "Contrato de experiencia nao encontrado"
                       MOVE ZEROS TO WS-MATRICULA-ESCOLHIDA
               END-READ
           END-IF.

      * WS-NUMERO-MARCO diz em qual dos dois marcos a decisao fica.
       REGRAVAR-DECISAO.
           IF WS-NUMERO-MARCO = 1
               MOVE WS-DECISAO TO EXP-DECISAO1
               MOVE WS-DATA-HOJE TO EXP-DECISAO1-DATA
               MOVE OPERADOR-LOGADO TO EXP-DECISAO1-OPERADOR
           ELSE
               MOVE WS-DECISAO TO EXP-DECISAO2
               MOVE WS-DATA-HOJE TO EXP-DECISAO2-DATA
               MOVE OPERADOR-LOGADO TO EXP-DECISAO2-OPERADOR
           END-IF
           REWRITE REGISTRO-EXPERIENCIA
               INVALID KEY
                   MOVE "EXPERIEN" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-EXP TO ERR-STATUS
                   MOVE EXP-MATRICULA TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar o contrato de experiencia"
           END-REWRITE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANEXPER" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANEXPER.
