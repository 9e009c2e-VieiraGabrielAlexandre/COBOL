      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aplicacao noturna das alteracoes de cadastro com
      *          vigencia futura (AGENDCAD, REGAGE.cpy) - todo
      *          agendamento aprovado em MANAGEND cuja vigencia chegou
      *          (hoje ou antes, para cobrir fim de semana e feriado
      *          sem processamento) e aplicado no CADUSUAR, com o
      *          evento de alteracao no AUDITORI e as linhas de
      *          HISTSAL/HISTCGO em nome do operador que digitou a
      *          mudanca, como se ele a tivesse feito no dia. So os
      *          campos que o operador mexeu sao levados ao master -
      *          o que outro caminho mudou depois do agendamento (um
      *          reajuste, outra alteracao) continua valendo. O que nao
      *          pode ser aplicado e o que venceu sem aprovacao saem no
      *          spool APLAGEND; no fim, RELAGEND lista o que vence nos
      *          proximos dias. Roda como passo do processamento
      *          noturno (PROCNOT), antes do extrato de mudancas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLAGEND.
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
           SELECT AGENDADA-FILE ASSIGN TO "AGENDCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-NUMERO
               FILE STATUS IS WS-STATUS-AGE.
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT HISTSAL-FILE ASSIGN TO "HISTSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HSAL.
           SELECT HISTCGO-FILE ASSIGN TO "HISTCGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HCGO.
       DATA DIVISION.
       FILE SECTION.
       FD  AGENDADA-FILE.
           COPY "REGAGE.cpy".
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  AUDITORIA-FILE.
           COPY "REGAUD.cpy".
       FD  HISTSAL-FILE.
           COPY "REGHSAL.cpy".
       FD  HISTCGO-FILE.
           COPY "REGHCGO.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-AGE       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-STATUS-HSAL      PIC X(02) VALUE SPACES.
       77  WS-STATUS-HCGO      PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77  WS-REGISTRO-ANTES   PIC X(300) VALUE SPACES.
       77  WS-TOTAL-APLICADOS  PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-NAO-APLICADOS PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-SEM-APROVACAO PIC 9(05) VALUE ZERO.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "APLAGEND".
       01  LINHA-APLICACAO     PIC X(100) VALUE SPACES.
      * Decomposicao das imagens X(300) do agendamento - os campos
      * espelham, byte a byte, o REGISTRO-ALUNO de REGCAD.cpy, como em
      * APROVPEN e MANAGEND.
       01  IMAGEM-ANTES.
           03 IMA-MATRICULA        PIC 9(06).
           03 IMA-PRIMEIRONOME     PIC X(20).
           03 IMA-SOBRENOME        PIC X(20).
           03 IMA-SALARIO          PIC 9(10)V99.
           03 IMA-SALARIO-EDIT     PIC X(13).
           03 FILLER               PIC X(58).
           03 IMA-CEP              PIC 9(08).
           03 FILLER               PIC X(09).
           03 IMA-CPF              PIC 9(11).
           03 FILLER               PIC X(14).
           03 IMA-NUMERO           PIC X(06).
           03 IMA-COMPLEMENTO      PIC X(15).
           03 FILLER               PIC X(09).
           03 IMA-CCUSTO           PIC X(06).
           03 IMA-CARGO            PIC X(06).
           03 IMA-FAIXA-SALARIAL   PIC X(01).
           03 IMA-EMAIL            PIC X(50).
           03 FILLER               PIC X(36).
       01  IMAGEM-DEPOIS.
           03 IMD-MATRICULA        PIC 9(06).
           03 IMD-PRIMEIRONOME     PIC X(20).
           03 IMD-SOBRENOME        PIC X(20).
           03 IMD-SALARIO          PIC 9(10)V99.
           03 IMD-SALARIO-EDIT     PIC X(13).
           03 FILLER               PIC X(58).
           03 IMD-CEP              PIC 9(08).
           03 FILLER               PIC X(09).
           03 IMD-CPF              PIC 9(11).
           03 FILLER               PIC X(14).
           03 IMD-NUMERO           PIC X(06).
           03 IMD-COMPLEMENTO      PIC X(15).
           03 FILLER               PIC X(09).
           03 IMD-CCUSTO           PIC X(06).
           03 IMD-CARGO            PIC X(06).
           03 IMD-FAIXA-SALARIAL   PIC X(01).
           03 IMD-EMAIL            PIC X(50).
           03 FILLER               PIC X(36).
      * O master como estava antes desta aplicacao - base do
      * HISTSAL/HISTCGO, que registram a troca de fato feita hoje.
       01  IMAGEM-MASTER.
           03 IMM-MATRICULA        PIC 9(06).
           03 IMM-NOME             PIC X(40).
           03 IMM-SALARIO          PIC 9(10)V99.
           03 FILLER               PIC X(149).
           03 IMM-CARGO            PIC X(06).
           03 FILLER               PIC X(87).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== ALTERACOES AGENDADAS =====".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O AGENDADA-FILE
           IF WS-STATUS-AGE = "35"
               DISPLAY "Nenhuma alteracao agendada"
               PERFORM LISTAR-PROXIMAS
               STOP RUN
           END-IF
           IF WS-STATUS-AGE NOT = "00"
               MOVE "AGENDCAD" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-AGE TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "*** AGENDCAD INDISPONIVEL - STATUS "
                   WS-STATUS-AGE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "*** CADUSUAR INDISPONIVEL - STATUS "
                   WS-STATUS-ARQ " ***"
               CLOSE AGENDADA-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUD NOT = "00"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-APLICACAO
           MOVE SPACES TO LINHA-APLICACAO
           STRING "ALTERACOES AGENDADAS COM VIGENCIA ATE "
               WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-APLICACAO
           PERFORM GRAVAR-LINHA-APLICACAO
           MOVE "AGEND. MATRIC VIGENCIA OPERADOR"
               TO LINHA-APLICACAO
           MOVE "SITUACAO" TO LINHA-APLICACAO (41:)
           PERFORM GRAVAR-LINHA-APLICACAO
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM LER-PROXIMO-AGENDADO
           PERFORM AVALIAR-AGENDAMENTO UNTIL FIM-ARQUIVO
           MOVE ALL "=" TO LINHA-APLICACAO
           PERFORM GRAVAR-LINHA-APLICACAO
           MOVE SPACES TO LINHA-APLICACAO
           STRING "APLICADOS: " WS-TOTAL-APLICADOS
               "  NAO APLICADOS: " WS-TOTAL-NAO-APLICADOS
               "  VENCIDOS SEM APROVACAO: " WS-TOTAL-SEM-APROVACAO
               DELIMITED BY SIZE INTO LINHA-APLICACAO
           PERFORM GRAVAR-LINHA-APLICACAO
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-APLICACAO
           CLOSE AGENDADA-FILE
           CLOSE CADASTRO-FILE
           CLOSE AUDITORIA-FILE
           DISPLAY "Aplicados: " WS-TOTAL-APLICADOS
               "  Nao aplicados: " WS-TOTAL-NAO-APLICADOS
               "  Sem aprovacao: " WS-TOTAL-SEM-APROVACAO
               " - relatorio no spool APLAGEND"
           PERFORM LISTAR-PROXIMAS
           DISPLAY "===== FIM DAS ALTERACOES AGENDADAS =====".
           STOP RUN.

      * O que vence nos proximos dias sai todas as noites, logo depois
      * da aplicacao - RELAGEND e um batch proprio, chamado como job
      * step. Falha nele nao desfaz o que ja foi aplicado.
       LISTAR-PROXIMAS.
           CALL "SYSTEM" USING "./RELAGEND"
           IF RETURN-CODE NOT = 0
               DISPLAY "*** FALHA NO RELATORIO DE AGENDAMENTOS - "
                   "RETURN-CODE=" RETURN-CODE " ***"
               MOVE ZERO TO RETURN-CODE
           END-IF.

       LER-PROXIMO-AGENDADO.
           READ AGENDADA-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * Vencido e ainda aguardando o supervisor nao e aplicado - sai
      * no relatorio todas as noites ate alguem decidir em MANAGEND.
       AVALIAR-AGENDAMENTO.
           IF AGE-VIGENCIA NOT > WS-DATA-HOJE
               EVALUATE TRUE
                   WHEN AGE-APROVADA
                       PERFORM APLICAR-AGENDAMENTO
                   WHEN AGE-AGUARDANDO
                       ADD 1 TO WS-TOTAL-SEM-APROVACAO
                       MOVE "*** VENCIDO SEM APROVACAO ***"
                           TO LINHA-APLICACAO (41:)
                       PERFORM MONTAR-LINHA-AGENDAMENTO
                       PERFORM GRAVAR-LINHA-APLICACAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM LER-PROXIMO-AGENDADO.

       APLICAR-AGENDAMENTO.
           MOVE AGE-MATRICULA TO MATRICULA
           READ CADASTRO-FILE
               INVALID KEY
                   MOVE "*** MATRICULA FORA DO CADASTRO ***"
                       TO LINHA-APLICACAO (41:)
                   PERFORM RECUSAR-AGENDAMENTO
               NOT INVALID KEY
                   IF NOT REGISTRO-ATIVO
                       MOVE "*** CADASTRO EXCLUIDO ***"
                           TO LINHA-APLICACAO (41:)
                       PERFORM RECUSAR-AGENDAMENTO
                   ELSE
                       PERFORM REGRAVAR-MASTER
                   END-IF
           END-READ.

       RECUSAR-AGENDAMENTO.
           ADD 1 TO WS-TOTAL-NAO-APLICADOS
           PERFORM MONTAR-LINHA-AGENDAMENTO
           PERFORM GRAVAR-LINHA-APLICACAO
           SET AGE-NAO-APLICADA TO TRUE
           MOVE WS-DATA-HOJE TO AGE-DATA-APLICACAO
           REWRITE REGISTRO-AGENDADA
               INVALID KEY
                   MOVE "AGENDCAD" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-AGE TO ERR-STATUS
                   MOVE AGE-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "*** FALHA AO MARCAR O AGENDAMENTO "
                       AGE-NUMERO " ***"
           END-REWRITE.

      * Campo a campo: so vai para o master o que difere entre as
      * imagens antes/depois do agendamento. A faixa salarial segue o
      * salario e o cargo, que foram criticados juntos na digitacao.
       REGRAVAR-MASTER.
           MOVE REGISTRO-ALUNO TO WS-REGISTRO-ANTES
           MOVE AGE-ANTES TO IMAGEM-ANTES
           MOVE AGE-DEPOIS TO IMAGEM-DEPOIS
           IF IMA-PRIMEIRONOME NOT = IMD-PRIMEIRONOME
               MOVE IMD-PRIMEIRONOME TO PRIMEIRONOME
           END-IF
           IF IMA-SOBRENOME NOT = IMD-SOBRENOME
               MOVE IMD-SOBRENOME TO SOBRENOME
           END-IF
           IF IMA-SALARIO NOT = IMD-SALARIO
               MOVE IMD-SALARIO TO SALARIO-ALUNO
               MOVE SALARIO-ALUNO TO SALARIO-ALUNO-EDIT
           END-IF
           IF IMA-CEP NOT = IMD-CEP
               MOVE IMD-CEP TO CEP-ALUNO
               MOVE CEP-ALUNO (1:5) TO CEP-ALUNO-EDIT-P1
               MOVE CEP-ALUNO (6:3) TO CEP-ALUNO-EDIT-P2
           END-IF
           IF IMA-CPF NOT = IMD-CPF
               MOVE IMD-CPF TO CPF-ALUNO
               MOVE CPF-ALUNO (1:3) TO CPF-ALUNO-EDIT-P1
               MOVE CPF-ALUNO (4:3) TO CPF-ALUNO-EDIT-P2
               MOVE CPF-ALUNO (7:3) TO CPF-ALUNO-EDIT-P3
               MOVE CPF-ALUNO (10:2) TO CPF-ALUNO-EDIT-P4
           END-IF
           IF IMA-NUMERO NOT = IMD-NUMERO
               MOVE IMD-NUMERO TO NUMERO-ALUNO
           END-IF
           IF IMA-COMPLEMENTO NOT = IMD-COMPLEMENTO
               MOVE IMD-COMPLEMENTO TO COMPLEMENTO-ALUNO
           END-IF
           IF IMA-CCUSTO NOT = IMD-CCUSTO
               MOVE IMD-CCUSTO TO CCUSTO-ALUNO
           END-IF
           IF IMA-EMAIL NOT = IMD-EMAIL
               MOVE IMD-EMAIL TO EMAIL-ALUNO
           END-IF
           IF IMA-CARGO NOT = IMD-CARGO
               MOVE IMD-CARGO TO CARGO-ALUNO
           END-IF
           IF IMA-SALARIO NOT = IMD-SALARIO
                   OR IMA-CARGO NOT = IMD-CARGO
                   OR IMA-FAIXA-SALARIAL NOT = IMD-FAIXA-SALARIAL
               MOVE IMD-FAIXA-SALARIAL TO FAIXA-SALARIAL-ALUNO
           END-IF
           REWRITE REGISTRO-ALUNO
               INVALID KEY
                   MOVE "CADUSUAR" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-ARQ TO ERR-STATUS
                   MOVE MATRICULA TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   MOVE "*** FALHA AO REGRAVAR O CADASTRO ***"
                       TO LINHA-APLICACAO (41:)
                   PERFORM RECUSAR-AGENDAMENTO
               NOT INVALID KEY
                   PERFORM REGISTRAR-APLICACAO
           END-REWRITE.

       REGISTRAR-APLICACAO.
           ADD 1 TO WS-TOTAL-APLICADOS
           PERFORM GRAVAR-AUDITORIA-AGENDADA
           MOVE WS-REGISTRO-ANTES TO IMAGEM-MASTER
           IF IMM-SALARIO NOT = SALARIO-ALUNO
               PERFORM GRAVAR-HISTORICO-SALARIO
           END-IF
           IF IMM-CARGO NOT = CARGO-ALUNO
               PERFORM GRAVAR-HISTORICO-CARGO
           END-IF
           MOVE "APLICADO" TO LINHA-APLICACAO (41:)
           PERFORM MONTAR-LINHA-AGENDAMENTO
           PERFORM GRAVAR-LINHA-APLICACAO
           SET AGE-APLICADA TO TRUE
           MOVE WS-DATA-HOJE TO AGE-DATA-APLICACAO
           REWRITE REGISTRO-AGENDADA
               INVALID KEY
                   MOVE "AGENDCAD" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-AGE TO ERR-STATUS
                   MOVE AGE-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "*** FALHA AO MARCAR O AGENDAMENTO "
                       AGE-NUMERO " ***"
           END-REWRITE.

      * O evento e do operador que digitou a mudanca - o supervisor
      * que aprovou fica no proprio agendamento (AGE-RESPONSAVEL).
       GRAVAR-AUDITORIA-AGENDADA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE AGE-OPERADOR TO AUD-OPERADOR
           MOVE AGE-MATRICULA TO AUD-MATRICULA
           SET AUD-ALTERACAO TO TRUE
           MOVE WS-REGISTRO-ANTES TO AUD-ANTES
           MOVE REGISTRO-ALUNO TO AUD-DEPOIS
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA.

      * A data da troca no historico e a da vigencia, nao a da noite
      * em que o passo rodou - e por ela que ATRASADO e DECTERC
      * reconstroem o salario de cada mes.
       GRAVAR-HISTORICO-SALARIO.
           OPEN EXTEND HISTSAL-FILE
           IF WS-STATUS-HSAL NOT = "00"
               OPEN OUTPUT HISTSAL-FILE
           END-IF
           MOVE MATRICULA TO HSAL-MATRICULA
           MOVE NOME-ALUNO TO HSAL-NOME
           MOVE AGE-VIGENCIA TO HSAL-DATA
           ACCEPT HSAL-HORA FROM TIME
           MOVE IMM-SALARIO TO HSAL-SALARIO-ANTIGO
           MOVE SALARIO-ALUNO TO HSAL-SALARIO-NOVO
           MOVE "APLAGEND" TO HSAL-PROGRAMA
           WRITE REGISTRO-HISTSAL
           CLOSE HISTSAL-FILE.

       GRAVAR-HISTORICO-CARGO.
           OPEN EXTEND HISTCGO-FILE
           IF WS-STATUS-HCGO NOT = "00"
               OPEN OUTPUT HISTCGO-FILE
           END-IF
           MOVE MATRICULA TO HCGO-MATRICULA
           MOVE NOME-ALUNO TO HCGO-NOME
           MOVE AGE-VIGENCIA TO HCGO-DATA
           ACCEPT HCGO-HORA FROM TIME
           MOVE IMM-CARGO TO HCGO-CARGO-ANTIGO
           MOVE CARGO-ALUNO TO HCGO-CARGO-NOVO
           MOVE SALARIO-ALUNO TO HCGO-SALARIO
           MOVE FAIXA-SALARIAL-ALUNO TO HCGO-FAIXA-SALARIAL
           MOVE "APLAGEND" TO HCGO-PROGRAMA
           WRITE REGISTRO-HISTCGO
           CLOSE HISTCGO-FILE.

      * A situacao ja foi posta a partir da coluna 41 por quem chamou.
       MONTAR-LINHA-AGENDAMENTO.
           MOVE AGE-NUMERO TO LINHA-APLICACAO (1:6)
           MOVE SPACE TO LINHA-APLICACAO (7:1)
           MOVE AGE-MATRICULA TO LINHA-APLICACAO (8:6)
           MOVE SPACE TO LINHA-APLICACAO (14:1)
           MOVE AGE-VIGENCIA TO LINHA-APLICACAO (15:8)
           MOVE SPACE TO LINHA-APLICACAO (23:1)
           MOVE AGE-OPERADOR TO LINHA-APLICACAO (24:8)
           MOVE SPACES TO LINHA-APLICACAO (32:9).

       GRAVAR-LINHA-APLICACAO.
           DISPLAY LINHA-APLICACAO
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-APLICACAO
           MOVE SPACES TO LINHA-APLICACAO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "APLAGEND" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM APLAGEND.
