      * Author:
      * Date:
      * Purpose: Nightly batch schedule (this shop's JCL-equivalent job
      *          stream), run once the online CADUSUARIO/CONUSUARIO
      *          window has closed for the day. The steps come from
      *          the CTLPASSO step-control table (REGPASSO.cpy,
      *          maintained by the supervisor in MANPASSO): program,
      *          order, enabled or not, calendar (every business day,
      *          month-end only, November-December only) and whether
      *          a failure stops the stream. The default sequence -
      *          GERABACK safety generation, VALIDCAD data-quality
      *          gate, RELUSUARIO report, FECHMES month-end close,
      *          CONTRACH payslips, Classicobeer reorder, PURGEXCL
      *          purge, DECTERC, EXPCONTA, LGPDANON, APLAGEND
      *          scheduled changes, EXTDELTA change extract and
      *          RELEXPER probation warning, VERIFAUD audit-chain
      *          check and AVISONOT daily e-mail/SMS notices - is
      *          loaded into the table the first time it is missing.
      *          A marker file records the date being processed and the
      *          last step that completed, so re-submitting this job
      *          after a failure resumes from the failed step instead
      *          of burning the batch window re-running the earlier
      *          steps, and a finished day is never processed twice.
      *          A step the table skips tonight is recorded in HISTBAT
      *          as RC 998. A night that ends in failure runs
      *          AVISONOT at once, so the failure notice reaches the
      *          recipients without waiting for the next night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT HISTORICO-FILE ASSIGN TO "HISTBAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST.
           SELECT PASSO-FILE ASSIGN TO "CTLPASSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAS-ORDEM
               FILE STATUS IS WS-STATUS-PASSO.
       DATA DIVISION.
       FILE SECTION.
       FD  MARCA-FILE.
       FD  LOCK-FILE.
       01  REGISTRO-LOCK           PIC X(01).
       FD  HISTORICO-FILE.
       01  LINHA-HISTORICO         PIC X(81).
       FD  PASSO-FILE.
           COPY "REGPASSO.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-MARCA         PIC X(02) VALUE SPACES.
       77  WS-STATUS-LOCK          PIC X(02) VALUE SPACES.
       77  WS-PASSO-CONCLUIDO      PIC 9(02) VALUE ZERO.
       77  WS-PASSO-GRAVAR         PIC 9(02) VALUE ZERO.
       77  WS-OPCAO-REL            PIC 9(01) VALUE 5.
      * Id de batch passado como operador: nao existe no OPERADOR, e
      * o relatorio noturno sai com salario e CPF mascarados.
       77  WS-OPERADOR-BATCH       PIC X(08) VALUE "PROCNOT".
       77  WS-FUNCAO-DIAUTIL       PIC X(01) VALUE "V".
       77  WS-RESULTADO-DIAUTIL    PIC X(01) VALUE "N".
       77  WS-FALHA-BATCH          PIC X(01) VALUE "N".
           88 FALHA-BATCH              VALUE "S".
       77  WS-STATUS-HIST          PIC X(02) VALUE SPACES.
       77  WS-INDICE-RC            PIC 9(02) VALUE ZERO.
       77  WS-STATUS-PASSO         PIC X(02) VALUE SPACES.
       77  WS-INDICE-PASSO         PIC 9(02) VALUE ZERO.
       77  WS-QTDE-PASSOS          PIC 9(02) VALUE ZERO.
       77  WS-FIM-PASSOS           PIC X(01) VALUE "N".
           88 FIM-PASSOS               VALUE "S".
       77  WS-DATA-PROXIMO-UTIL    PIC 9(08) VALUE ZEROS.
       77  WS-ULTIMO-DIA-UTIL      PIC X(01) VALUE "N".
           88 ULTIMO-DIA-UTIL          VALUE "S".
       77  WS-PASSO-RODA-HOJE      PIC X(01) VALUE "S".
           88 PASSO-RODA-HOJE          VALUE "S".
       77  WS-PROGRAMA-CALL        PIC X(12) VALUE SPACES.
       77  WS-COMANDO              PIC X(20) VALUE SPACES.
       77  WS-RC-NOITE             PIC S9(04) VALUE ZERO.
      * A cadeia da noite, indexada pela ordem do passo (= posicao do
      * RC no HISTBAT); posicao sem programa nao faz parte da cadeia.
       01  TABELA-PASSOS.
           03 TAB-PASSO            OCCURS 20 TIMES.
               05 TAB-PROGRAMA     PIC X(12).
               05 TAB-CHAMADA      PIC X(01).
                   88 TAB-CHAMADA-INTERNA   VALUE "C".
               05 TAB-HABILITADO   PIC X(01).
                   88 TAB-DESATIVADO        VALUE "N".
               05 TAB-CALENDARIO   PIC X(01).
                   88 TAB-FIM-DE-MES        VALUE "M".
                   88 TAB-NOVEMBRO-DEZEMBRO VALUE "N".
               05 TAB-INTERROMPE   PIC X(01).
                   88 TAB-FALHA-INTERROMPE  VALUE "S".
               05 TAB-DESCRICAO    PIC X(30).
           COPY "PASSOPAD.cpy".
      * Registro de historico montado em WORKING-STORAGE e gravado em
      * HISTBAT no fim da noite (com ou sem falha) - ver RELBATCH.
           COPY "REGHIST.cpy".
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
                   DISPLAY "===== INICIO DO PROCESSAMENTO NOTURNO "
                       "====="
               END-IF
               PERFORM CARREGAR-TABELA-PASSOS
               PERFORM APURAR-CALENDARIO
               PERFORM INICIAR-HISTORICO
               PERFORM ATIVAR-LOCK
               PERFORM EXECUTAR-PASSO
                   VARYING WS-INDICE-PASSO FROM 1 BY 1
                   UNTIL WS-INDICE-PASSO > 20
               IF FALHA-BATCH
                   DISPLAY "===== PROCESSAMENTO NOTURNO COM FALHAS - "
                       "MARCA NAO ATUALIZADA, LOCK MANTIDO PARA O "
                   DISPLAY "===== FIM DO PROCESSAMENTO NOTURNO ====="
               END-IF
               PERFORM GRAVAR-HISTORICO
               IF FALHA-BATCH
                   PERFORM AVISAR-FALHA-NOITE
               END-IF
           END-IF.
           STOP RUN.

           WRITE REGISTRO-LOCK
           CLOSE LOCK-FILE.

      * A cadeia vem do CTLPASSO (REGPASSO.cpy), mantido pelo
      * supervisor em MANPASSO. Sem o arquivo - primeira noite depois
      * da implantacao - a sequencia padrao (PASSOPAD.cpy) e gravada
      * nele e a noite roda como sempre rodou: copia de seguranca
      * antes de tudo, critica de qualidade antes do que alimenta o
      * fechamento, contracheques logo depois do fechamento, extrato
      * de mudancas depois de tudo que mexe no master.
       CARREGAR-TABELA-PASSOS.
           PERFORM LIMPAR-PASSO-TABELA
               VARYING WS-INDICE-PASSO FROM 1 BY 1
               UNTIL WS-INDICE-PASSO > 20
           OPEN INPUT PASSO-FILE
           IF WS-STATUS-PASSO = "35"
               PERFORM CRIAR-TABELA-PADRAO
               OPEN INPUT PASSO-FILE
           END-IF
           IF WS-STATUS-PASSO NOT = "00"
               MOVE "CTLPASSO" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-PASSO TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "*** TABELA DE PASSOS (CTLPASSO) INDISPONIVEL "
                   "- STATUS " WS-STATUS-PASSO " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-QTDE-PASSOS
           MOVE "N" TO WS-FIM-PASSOS
           PERFORM LER-PROXIMO-PASSO
           PERFORM GUARDAR-PASSO-TABELA UNTIL FIM-PASSOS
           CLOSE PASSO-FILE
           IF WS-QTDE-PASSOS = ZERO
               DISPLAY "*** TABELA DE PASSOS (CTLPASSO) VAZIA - "
                   "NENHUM PASSO A EXECUTAR ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LIMPAR-PASSO-TABELA.
           MOVE SPACES TO TAB-PROGRAMA(WS-INDICE-PASSO)
           MOVE SPACES TO TAB-DESCRICAO(WS-INDICE-PASSO).

       LER-PROXIMO-PASSO.
           READ PASSO-FILE NEXT RECORD
               AT END SET FIM-PASSOS TO TRUE
           END-READ.

       GUARDAR-PASSO-TABELA.
           IF PAS-ORDEM >= 1 AND PAS-ORDEM <= 20
                   AND PAS-PROGRAMA NOT = SPACES
               MOVE PAS-ORDEM TO WS-INDICE-PASSO
               MOVE PAS-PROGRAMA TO TAB-PROGRAMA(WS-INDICE-PASSO)
               MOVE PAS-CHAMADA TO TAB-CHAMADA(WS-INDICE-PASSO)
               MOVE PAS-HABILITADO TO TAB-HABILITADO(WS-INDICE-PASSO)
               MOVE PAS-CALENDARIO TO TAB-CALENDARIO(WS-INDICE-PASSO)
               MOVE PAS-INTERROMPE TO TAB-INTERROMPE(WS-INDICE-PASSO)
               MOVE PAS-DESCRICAO TO TAB-DESCRICAO(WS-INDICE-PASSO)
               ADD 1 TO WS-QTDE-PASSOS
           END-IF
           PERFORM LER-PROXIMO-PASSO.

       CRIAR-TABELA-PADRAO.
           OPEN OUTPUT PASSO-FILE
           PERFORM GRAVAR-PASSO-PADRAO
               VARYING WS-INDICE-PASSO FROM 1 BY 1
               UNTIL WS-INDICE-PASSO > 15
           CLOSE PASSO-FILE
           DISPLAY "Tabela de passos CTLPASSO criada com a sequencia "
               "padrao".

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

      * Ultimo dia util do mes = o proximo dia util (DIAUTIL "P") ja
      * cai no mes seguinte; calculado uma vez para todos os passos
      * com calendario "M".
       APURAR-CALENDARIO.
           MOVE WS-DATA-HOJE TO WS-DATA-PROXIMO-UTIL
           MOVE "P" TO WS-FUNCAO-DIAUTIL
           CALL "DIAUTIL" USING WS-FUNCAO-DIAUTIL,
               WS-DATA-PROXIMO-UTIL, WS-RESULTADO-DIAUTIL
           IF WS-DATA-PROXIMO-UTIL(5:2) NOT = WS-DATA-HOJE(5:2)
               SET ULTIMO-DIA-UTIL TO TRUE
           ELSE
               MOVE "N" TO WS-ULTIMO-DIA-UTIL
           END-IF.

      * Posicao sem programa nao existe na cadeia e fica com 999 no
      * HISTBAT, como passo ja concluido antes de uma retomada ou
      * alcancado depois de uma falha que interrompe. Passo
      * desabilitado ou fora do seu calendario fica com 998 - pulado
      * pela tabela - e conta como concluido para a retomada.
       EXECUTAR-PASSO.
           IF TAB-PROGRAMA(WS-INDICE-PASSO) = SPACES
                   OR FALHA-BATCH
                   OR WS-PASSO-CONCLUIDO >= WS-INDICE-PASSO
               CONTINUE
           ELSE
               PERFORM VERIFICAR-CALENDARIO-PASSO
               IF TAB-DESATIVADO(WS-INDICE-PASSO)
                       OR NOT PASSO-RODA-HOJE
                   DISPLAY "----- PASSO " WS-INDICE-PASSO ": "
                       TAB-PROGRAMA(WS-INDICE-PASSO)
                       " PULADO PELA TABELA DE PASSOS -----"
                   MOVE 998 TO HIST-RC-PASSO(WS-INDICE-PASSO)
                   MOVE WS-INDICE-PASSO TO WS-PASSO-GRAVAR
                   PERFORM GRAVAR-MARCA-PASSO
               ELSE
                   PERFORM DISPARAR-PASSO
               END-IF
           END-IF.

       VERIFICAR-CALENDARIO-PASSO.
           EVALUATE TRUE
               WHEN TAB-FIM-DE-MES(WS-INDICE-PASSO)
                   MOVE WS-ULTIMO-DIA-UTIL TO WS-PASSO-RODA-HOJE
               WHEN TAB-NOVEMBRO-DEZEMBRO(WS-INDICE-PASSO)
                   IF WS-DATA-HOJE(5:2) = "11"
                           OR WS-DATA-HOJE(5:2) = "12"
                       SET PASSO-RODA-HOJE TO TRUE
                   ELSE
                       MOVE "N" TO WS-PASSO-RODA-HOJE
                   END-IF
               WHEN OTHER
                   SET PASSO-RODA-HOJE TO TRUE
           END-EVALUATE.

      * Programa batch com STOP RUN proprio roda como um passo de job
      * separado, pelo sistema operacional; subprograma que devolve
      * com GOBACK (RELUSUARIO) e CALLado aqui mesmo com a opcao de
      * relatorio noturno e o id de batch no lugar do operador, como
      * no menu de SistemaCadastro.
       DISPARAR-PASSO.
           DISPLAY "----- PASSO " WS-INDICE-PASSO ": "
               TAB-PROGRAMA(WS-INDICE-PASSO) " ("
               TAB-DESCRICAO(WS-INDICE-PASSO) ") -----"
           IF TAB-CHAMADA-INTERNA(WS-INDICE-PASSO)
               MOVE TAB-PROGRAMA(WS-INDICE-PASSO) TO WS-PROGRAMA-CALL
               CALL WS-PROGRAMA-CALL USING WS-OPCAO-REL,
                   WS-OPERADOR-BATCH
                   ON EXCEPTION
                       DISPLAY "Programa " WS-PROGRAMA-CALL
                           " nao encontrado"
                       MOVE 8 TO RETURN-CODE
               END-CALL
           ELSE
               MOVE SPACES TO WS-COMANDO
               STRING "./" DELIMITED BY SIZE
                   TAB-PROGRAMA(WS-INDICE-PASSO) DELIMITED BY SPACE
                   INTO WS-COMANDO
               CALL "SYSTEM" USING WS-COMANDO
           END-IF
           IF RETURN-CODE NOT = 0
               DISPLAY "*** FALHA NO PASSO " WS-INDICE-PASSO " ("
                   TAB-PROGRAMA(WS-INDICE-PASSO) ") - "
                   "RETURN-CODE=" RETURN-CODE " ***"
               MOVE RETURN-CODE TO HIST-RC-PASSO(WS-INDICE-PASSO)
               IF TAB-FALHA-INTERROMPE(WS-INDICE-PASSO)
                   SET FALHA-BATCH TO TRUE
               ELSE
                   DISPLAY "    (pela tabela a falha deste passo nao "
                       "interrompe a noite - seguindo)"
                   MOVE WS-INDICE-PASSO TO WS-PASSO-GRAVAR
                   PERFORM GRAVAR-MARCA-PASSO
               END-IF
           ELSE
               MOVE ZERO TO HIST-RC-PASSO(WS-INDICE-PASSO)
               MOVE WS-INDICE-PASSO TO WS-PASSO-GRAVAR
               PERFORM GRAVAR-MARCA-PASSO
           END-IF.

      * Cada passo concluido atualiza a marca na hora - e ela que diz
           MOVE SPACE TO HIST-RESULTADO
           PERFORM MARCAR-PASSO-NAO-EXECUTADO
               VARYING WS-INDICE-RC FROM 1 BY 1
               UNTIL WS-INDICE-RC > 20.

       MARCAR-PASSO-NAO-EXECUTADO.
           MOVE 999 TO HIST-RC-PASSO(WS-INDICE-RC).
           WRITE LINHA-HISTORICO
           CLOSE HISTORICO-FILE.

      * Com a noite ja no HISTBAT, o AVISONOT acha a falha e avisa a
      * lista NOITE agora; o RC do job continua sendo o do passo que
      * falhou.
       AVISAR-FALHA-NOITE.
           MOVE RETURN-CODE TO WS-RC-NOITE
           DISPLAY "----- AVISO DA FALHA (AVISONOT) -----"
           MOVE "./AVISONOT" TO WS-COMANDO
           CALL "SYSTEM" USING WS-COMANDO
           MOVE WS-RC-NOITE TO RETURN-CODE.

       GRAVAR-MARCA-PASSO.
           OPEN OUTPUT MARCA-FILE
           MOVE WS-DATA-HOJE TO MARCA-DATA
           MOVE 99 TO WS-PASSO-GRAVAR
           PERFORM GRAVAR-MARCA-PASSO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "PROCNOT" TO ERR-PROGRAMA
           MOVE WS-OPERADOR-BATCH TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM PROCNOT.
