      ******************************************************************
      * Author:
      * Date:
      * Purpose: Decisao do supervisor sobre as propostas de migracao
      *          do ALUNOS para o CADUSUAR que MIGRALUN gravou no
      *          MIGRPROP (REGMIG.cpy) e listou no relatorio de
      *          revisao. Percorre as propostas sem decisao uma a uma
      *          - aprovar, rejeitar, trocar o salario vencedor da
      *          fusao ou pular - ou aprova em bloco as que nao tem
      *          conflito nem salario divergente. Proposta retida por
      *          conflito (CPF divergente ou ja em uso, nome repetido
      *          no CADUSUAR) so pode ser rejeitada: o cadastro corrige
      *          e a proposta e refeita. Nada e gravado no CADUSUAR
      *          aqui - a carga das aprovadas, com o evento no
      *          AUDITORI em nome de quem aprovou, e o passo "C" de
      *          MIGRALUN. Chamado a partir do menu de administracao
      *          de SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVMIG.
       ENVIRONMENT DIVISION.
      * Decimal separator is a build-time switch, same as EXEMPLO1.COB:
      * compile with "cobc -D BRLOCALE=1 ..." for shops that key and
      * display salaries with a comma (REGCAD.cpy's SALARIO/DEDUCAO
      * -EDIT pictures only parse correctly when this is in effect).
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIGRACAO-FILE ASSIGN TO "MIGRPROP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MIG-NOME
               FILE STATUS IS WS-STATUS-MIG.
       DATA DIVISION.
       FILE SECTION.
       FD  MIGRACAO-FILE.
           COPY "REGMIG.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-MIG       PIC X(02) VALUE SPACES.
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-DECISAO          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACE.
       77  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77  WS-FIM-PROPOSTAS    PIC X(01) VALUE "N".
           88 FIM-PROPOSTAS        VALUE "S".
       77  WS-TOTAL-PENDENTES  PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-APROVADAS  PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-REJEITADAS PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-RETIDAS    PIC 9(06) VALUE ZERO.
      >>IF BRLOCALE DEFINED
       01  WS-SALARIO-CAD-EDIT PIC ZZZZZZZZZ9,99.
       01  WS-SALARIO-ALU-EDIT PIC ZZZZZZZZZ9,99.
      >>ELSE
       01  WS-SALARIO-CAD-EDIT PIC ZZZZZZZZZ9.99.
       01  WS-SALARIO-ALU-EDIT PIC ZZZZZZZZZ9.99.
      >>END-IF
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
      * Subprograma CALLado guarda o estado entre chamadas - os
      * contadores recomecam a cada entrada pelo menu.
           MOVE ZERO TO WS-TOTAL-PENDENTES
           MOVE ZERO TO WS-TOTAL-APROVADAS
           MOVE ZERO TO WS-TOTAL-REJEITADAS
           MOVE ZERO TO WS-TOTAL-RETIDAS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O MIGRACAO-FILE
           IF WS-STATUS-MIG NOT = "00"
               MOVE "MIGRPROP" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-MIG TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhuma proposta de migracao - rode o passo P "
                   "de MIGRALUN"
               GOBACK
           END-IF
           DISPLAY "----- MIGRACAO ALUNOS -> CADUSUAR -----"
           DISPLAY "1-Revisar uma a uma  2-Aprovar em bloco as sem "
               "conflito  3-Voltar: " WITH NO ADVANCING
           ACCEPT WS-SUBOPCAO
           EVALUATE WS-SUBOPCAO
               WHEN 1
                   PERFORM REVISAR-PROPOSTAS
               WHEN 2
                   PERFORM APROVAR-EM-BLOCO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE MIGRACAO-FILE
           GOBACK.

       POSICIONAR-NO-INICIO.
           MOVE "N" TO WS-FIM-PROPOSTAS
           MOVE LOW-VALUES TO MIG-NOME
           START MIGRACAO-FILE KEY NOT < MIG-NOME
               INVALID KEY SET FIM-PROPOSTAS TO TRUE
           END-START
           IF NOT FIM-PROPOSTAS
               PERFORM LER-PROXIMA-PROPOSTA
           END-IF.

       LER-PROXIMA-PROPOSTA.
           READ MIGRACAO-FILE NEXT RECORD
               AT END SET FIM-PROPOSTAS TO TRUE
           END-READ.

       REVISAR-PROPOSTAS.
           PERFORM POSICIONAR-NO-INICIO
           PERFORM REVISAR-PROPOSTA UNTIL FIM-PROPOSTAS
           DISPLAY "Aprovadas: " WS-TOTAL-APROVADAS
               "  Rejeitadas: " WS-TOTAL-REJEITADAS
               "  Ainda sem decisao: " WS-TOTAL-PENDENTES.

       REVISAR-PROPOSTA.
           IF MIG-PROPOSTA
               PERFORM MOSTRAR-PROPOSTA
               PERFORM DECIDIR-PROPOSTA
           END-IF
           IF NOT FIM-PROPOSTAS
               PERFORM LER-PROXIMA-PROPOSTA
           END-IF.

       MOSTRAR-PROPOSTA.
           DISPLAY " "
           IF MIG-FUSAO
               DISPLAY "FUSAO    " MIG-PRIMEIRONOME " " MIG-SOBRENOME
                   " na matricula " MIG-MATRICULA
           ELSE
               DISPLAY "INCLUSAO " MIG-PRIMEIRONOME " " MIG-SOBRENOME
                   " com matricula nova"
           END-IF
           MOVE MIG-SALARIO-CADUSUAR TO WS-SALARIO-CAD-EDIT
           MOVE MIG-SALARIO-ALUNOS TO WS-SALARIO-ALU-EDIT
           DISPLAY "  Salario CADUSUAR " WS-SALARIO-CAD-EDIT
               "  ALUNOS " WS-SALARIO-ALU-EDIT
               "  vencedor " MIG-ORIGEM-SALARIO
           DISPLAY "  CPF " MIG-CPF "  nascimento "
               MIG-DATA-NASCIMENTO
           EVALUATE TRUE
               WHEN MIG-CPF-DIVERGENTE
                   DISPLAY "  RETIDA: CPF diferente nos dois cadastros"
               WHEN MIG-CPF-EM-USO
                   DISPLAY "  RETIDA: CPF ja usado por outra "
                       "matricula ativa"
               WHEN MIG-NOME-DUPLICADO
                   DISPLAY "  RETIDA: mais de uma matricula ativa "
                       "com esse nome"
           END-EVALUATE.

       DECIDIR-PROPOSTA.
           IF MIG-SEM-CONFLITO
               IF MIG-FUSAO
                   DISPLAY "A-Aprovar R-Rejeitar T-Trocar salario "
                       "P-Pular S-Sair: " WITH NO ADVANCING
               ELSE
                   DISPLAY "A-Aprovar R-Rejeitar P-Pular S-Sair: "
                       WITH NO ADVANCING
               END-IF
           ELSE
               DISPLAY "R-Rejeitar P-Pular S-Sair: "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-DECISAO
           EVALUATE WS-DECISAO
               WHEN "A" WHEN "a"
                   IF MIG-SEM-CONFLITO
                       PERFORM APROVAR-PROPOSTA
                   ELSE
                       DISPLAY "Proposta retida nao pode ser aprovada"
                       ADD 1 TO WS-TOTAL-PENDENTES
                   END-IF
               WHEN "T" WHEN "t"
                   IF MIG-SEM-CONFLITO AND MIG-FUSAO
                       PERFORM TROCAR-SALARIO
                   ELSE
                       DISPLAY "Opcao invalida - proposta mantida"
                       ADD 1 TO WS-TOTAL-PENDENTES
                   END-IF
               WHEN "R" WHEN "r"
                   PERFORM REJEITAR-PROPOSTA
               WHEN "S" WHEN "s"
                   ADD 1 TO WS-TOTAL-PENDENTES
                   SET FIM-PROPOSTAS TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-PENDENTES
           END-EVALUATE.

      * A troca vale so para a fusao - a inclusao so tem o salario do
      * ALUNOS. Trocada, a proposta ja sai aprovada com o novo
      * vencedor.
       TROCAR-SALARIO.
           IF MIG-SALARIO-DO-CADUSUAR
               SET MIG-SALARIO-DO-ALUNOS TO TRUE
               MOVE MIG-SALARIO-ALUNOS TO MIG-SALARIO-ESCOLHIDO
           ELSE
               SET MIG-SALARIO-DO-CADUSUAR TO TRUE
               MOVE MIG-SALARIO-CADUSUAR TO MIG-SALARIO-ESCOLHIDO
           END-IF
           MOVE MIG-SALARIO-ESCOLHIDO TO WS-SALARIO-CAD-EDIT
           DISPLAY "Salario vencedor agora " MIG-ORIGEM-SALARIO
               " = " WS-SALARIO-CAD-EDIT
           PERFORM APROVAR-PROPOSTA.

       APROVAR-PROPOSTA.
           SET MIG-APROVADA TO TRUE
           PERFORM GRAVAR-DECISAO
           ADD 1 TO WS-TOTAL-APROVADAS.

       REJEITAR-PROPOSTA.
           SET MIG-REJEITADA TO TRUE
           PERFORM GRAVAR-DECISAO
           ADD 1 TO WS-TOTAL-REJEITADAS.

       GRAVAR-DECISAO.
           MOVE OPERADOR-LOGADO TO MIG-OPERADOR
           MOVE WS-DATA-HOJE TO MIG-DATA-DECISAO
           REWRITE REGISTRO-MIGRACAO
               INVALID KEY
                   MOVE "MIGRPROP" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-MIG TO ERR-STATUS
                   MOVE MIG-NOME TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar a decisao de " MIG-NOME
           END-REWRITE.

      * Em bloco so vai o que nao precisa de olho: sem conflito e, na
      * fusao, com o mesmo salario nos dois cadastros (ou um deles
      * zerado).
       APROVAR-EM-BLOCO.
           DISPLAY "Aprovar todas as propostas sem conflito e sem "
               "salario divergente (S/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM POSICIONAR-NO-INICIO
               PERFORM APROVAR-SE-LIVRE UNTIL FIM-PROPOSTAS
               DISPLAY "Aprovadas em bloco: " WS-TOTAL-APROVADAS
                   "  Deixadas para revisar: " WS-TOTAL-RETIDAS
           ELSE
               DISPLAY "Nada aprovado"
           END-IF.

       APROVAR-SE-LIVRE.
           IF MIG-PROPOSTA
               IF MIG-SEM-CONFLITO
                       AND (MIG-INCLUSAO
                           OR MIG-SALARIO-CADUSUAR = ZEROS
                           OR MIG-SALARIO-ALUNOS = ZEROS
                           OR MIG-SALARIO-CADUSUAR
                               = MIG-SALARIO-ALUNOS)
                   PERFORM APROVAR-PROPOSTA
               ELSE
                   ADD 1 TO WS-TOTAL-RETIDAS
               END-IF
           END-IF
           PERFORM LER-PROXIMA-PROPOSTA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "APROVMIG" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM APROVMIG.
