      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao dos planos de saude e odontologicos
      *          (arquivo PLANOS, REGPLA.cpy) e das adesoes por
      *          matricula (arquivo BENEFIC, REGBEN.cpy) - incluir ou
      *          alterar um plano com a parte do empregado e a parte
      *          da empresa por vida, listar os planos, aderir o
      *          titular e os dependentes do DEPENDEN que o plano
      *          cobre, cancelar a partir de uma competencia (o
      *          titular cancelado leva junto os dependentes do mesmo
      *          plano) e listar as vidas de uma matricula. CONTRACH
      *          desconta do contracheque a parte do empregado das
      *          vidas vigentes. Chamado a partir do menu de cadastros
      *          complementares de SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANPLANO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-FILE ASSIGN TO "PLANOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-CODIGO
               FILE STATUS IS WS-STATUS-PLA.
           SELECT BENEFICIO-FILE ASSIGN TO "BENEFIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WS-STATUS-BEN.
           SELECT DEPENDENTE-FILE ASSIGN TO "DEPENDEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-STATUS-DEP.
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-FILE.
           COPY "REGPLA.cpy".
       FD  BENEFICIO-FILE.
           COPY "REGBEN.cpy".
       FD  DEPENDENTE-FILE.
           COPY "REGDEP.cpy".
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-PLA       PIC X(02) VALUE SPACES.
       77  WS-STATUS-BEN       PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEP       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-MATRICULA-OK     PIC X(01) VALUE "N".
           88 MATRICULA-OK         VALUE "S".
       77  WS-PLANO-OK         PIC X(01) VALUE "N".
           88 PLANO-OK             VALUE "S".
       77  WS-PLANO-NOVO       PIC X(01) VALUE "N".
           88 PLANO-NOVO           VALUE "S".
       77  WS-COMPETENCIA-OK   PIC X(01) VALUE "N".
           88 COMPETENCIA-OK       VALUE "S".
       77  WS-FIM-DEPENDENTES  PIC X(01) VALUE "N".
           88 FIM-DEPENDENTES      VALUE "S".
       77  WS-MATRICULA-ALVO   PIC 9(06) VALUE ZEROS.
       77  WS-PLANO-ALVO       PIC X(04) VALUE SPACES.
       77  WS-SEQ-DEPENDENTE   PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-CANCELADAS  PIC 9(03) VALUE ZERO.
       77  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           03 WS-COMP-ANO      PIC 9(04).
           03 WS-COMP-MES      PIC 9(02).
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           OPEN I-O PLANO-FILE
           IF WS-STATUS-PLA = "35"
               OPEN OUTPUT PLANO-FILE
               CLOSE PLANO-FILE
               OPEN I-O PLANO-FILE
           END-IF
           IF WS-STATUS-PLA NOT = "00"
               MOVE "PLANOS" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-PLA TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de planos indisponivel - status "
                   WS-STATUS-PLA
               GOBACK
           END-IF
           OPEN I-O BENEFICIO-FILE
           IF WS-STATUS-BEN = "35"
               OPEN OUTPUT BENEFICIO-FILE
               CLOSE BENEFICIO-FILE
               OPEN I-O BENEFICIO-FILE
           END-IF
           IF WS-STATUS-BEN NOT = "00"
               MOVE "BENEFIC" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-BEN TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de adesoes indisponivel - status "
                   WS-STATUS-BEN
               CLOSE PLANO-FILE
               GOBACK
           END-IF
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro indisponivel - status " WS-STATUS-ARQ
               CLOSE PLANO-FILE
               CLOSE BENEFICIO-FILE
               GOBACK
           END-IF
           OPEN INPUT DEPENDENTE-FILE
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           PERFORM ESCOLHER-OPCAO
           CLOSE PLANO-FILE
           CLOSE BENEFICIO-FILE
           CLOSE CADASTRO-FILE
           IF WS-STATUS-DEP = "00"
               CLOSE DEPENDENTE-FILE
           END-IF
           GOBACK.

       ESCOLHER-OPCAO.
           DISPLAY "----- PLANOS DE SAUDE E ODONTO -----".
           DISPLAY "1-Incluir/alterar plano  2-Listar planos  "
               "3-Aderir  4-Cancelar adesao  5-Listar adesoes : "
               WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO.
           EVALUATE WS-SUBOPCAO
               WHEN 1 PERFORM MANTER-PLANO
               WHEN 2 PERFORM LISTAR-PLANOS
               WHEN 3 PERFORM ADERIR-PLANO
               WHEN 4 PERFORM CANCELAR-ADESAO
               WHEN 5 PERFORM LISTAR-ADESOES
               WHEN OTHER DISPLAY "Opcao invalida"
           END-EVALUATE.

      * Plano existente volta com os valores atuais na tela e e
      * regravado; o reajuste da operadora e so digitar as partes
      * novas - vale a partir da proxima folha.
       MANTER-PLANO.
           DISPLAY "Codigo do plano.: " WITH NO ADVANCING.
           ACCEPT PLA-CODIGO.
           IF PLA-CODIGO = SPACES
               DISPLAY "Codigo nao informado"
           ELSE
               MOVE "N" TO WS-PLANO-NOVO
               READ PLANO-FILE
                   INVALID KEY
                       SET PLANO-NOVO TO TRUE
                       MOVE SPACES TO PLA-DESCRICAO PLA-OPERADORA
                       MOVE ZEROS TO PLA-EMPREGADO-TITULAR
                           PLA-EMPREGADO-DEPENDENTE
                           PLA-EMPRESA-TITULAR
                           PLA-EMPRESA-DEPENDENTE
                       SET PLA-SAUDE TO TRUE
                       SET PLA-ATIVO TO TRUE
                   NOT INVALID KEY
                       PERFORM MOSTRAR-PLANO
               END-READ
               PERFORM SOLICITAR-DADOS-PLANO
               PERFORM GRAVAR-PLANO
           END-IF.

       SOLICITAR-DADOS-PLANO.
           DISPLAY "Descricao.......: " WITH NO ADVANCING.
           ACCEPT PLA-DESCRICAO.
           DISPLAY "Operadora.......: " WITH NO ADVANCING.
           ACCEPT PLA-OPERADORA.
           MOVE SPACE TO PLA-TIPO
           PERFORM ACEITAR-TIPO-PLANO UNTIL PLA-SAUDE OR PLA-ODONTO.
           DISPLAY "Parte do empregado por titular (somente digitos, "
               "2 decimais): " WITH NO ADVANCING.
           ACCEPT PLA-EMPREGADO-TITULAR.
           DISPLAY "Parte do empregado por dependente (somente "
               "digitos, 2 decimais): " WITH NO ADVANCING.
           ACCEPT PLA-EMPREGADO-DEPENDENTE.
           DISPLAY "Parte da empresa por titular (somente digitos, "
               "2 decimais): " WITH NO ADVANCING.
           ACCEPT PLA-EMPRESA-TITULAR.
           DISPLAY "Parte da empresa por dependente (somente "
               "digitos, 2 decimais): " WITH NO ADVANCING.
           ACCEPT PLA-EMPRESA-DEPENDENTE.
           DISPLAY "Situacao (A-Ativo I-Inativo): " WITH NO ADVANCING.
           ACCEPT PLA-SITUACAO.
           IF NOT PLA-ATIVO AND NOT PLA-INATIVO
               SET PLA-ATIVO TO TRUE
           END-IF.

       ACEITAR-TIPO-PLANO.
           DISPLAY "Tipo (S-Saude O-Odonto): " WITH NO ADVANCING.
           ACCEPT PLA-TIPO.
           IF NOT PLA-SAUDE AND NOT PLA-ODONTO
               DISPLAY "Tipo invalido - digite novamente"
           END-IF.

       GRAVAR-PLANO.
           IF PLANO-NOVO
               WRITE REGISTRO-PLANO
                   INVALID KEY
                       MOVE "PLANOS" TO ERR-ARQUIVO
                       MOVE "WRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-PLA TO ERR-STATUS
                       MOVE PLA-CODIGO TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao gravar o plano"
                   NOT INVALID KEY
                       DISPLAY "Plano incluido"
               END-WRITE
           ELSE
               REWRITE REGISTRO-PLANO
                   INVALID KEY
                       MOVE "PLANOS" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-PLA TO ERR-STATUS
                       MOVE PLA-CODIGO TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao gravar o plano"
                   NOT INVALID KEY
                       DISPLAY "Plano alterado"
               END-REWRITE
           END-IF.

       MOSTRAR-PLANO.
           DISPLAY "Descricao atual.: " PLA-DESCRICAO.
           DISPLAY "Operadora atual.: " PLA-OPERADORA.
           DISPLAY "Tipo/situacao...: " PLA-TIPO "/" PLA-SITUACAO.
           DISPLAY "Empregado tit/dep: " PLA-EMPREGADO-TITULAR " / "
               PLA-EMPREGADO-DEPENDENTE.
           DISPLAY "Empresa tit/dep..: " PLA-EMPRESA-TITULAR " / "
               PLA-EMPRESA-DEPENDENTE.

       LISTAR-PLANOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO PLA-CODIGO
           START PLANO-FILE KEY NOT < PLA-CODIGO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-PLANO
           END-IF
           DISPLAY "Cod  Descricao                      T Empr.tit"
               "   Empr.dep   Emp.tit    Emp.dep   S"
           PERFORM MOSTRAR-LINHA-PLANO UNTIL FIM-ARQUIVO.

       LER-PROXIMO-PLANO.
           READ PLANO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       MOSTRAR-LINHA-PLANO.
           DISPLAY PLA-CODIGO " " PLA-DESCRICAO " " PLA-TIPO " "
               PLA-EMPREGADO-TITULAR " " PLA-EMPREGADO-DEPENDENTE " "
               PLA-EMPRESA-TITULAR " " PLA-EMPRESA-DEPENDENTE " "
               PLA-SITUACAO
           PERFORM LER-PROXIMO-PLANO.

      * Adesao: o titular entra primeiro (sequencia 00) e depois cada
      * dependente ativo do DEPENDEN que o plano vai cobrir; sequencia
      * zero encerra a digitacao dos dependentes.
       ADERIR-PLANO.
           PERFORM SOLICITAR-MATRICULA
           IF MATRICULA-OK
               PERFORM SOLICITAR-PLANO
           END-IF
           IF MATRICULA-OK AND PLANO-OK
               DISPLAY "Competencia de inicio (AAAAMM): "
                   WITH NO ADVANCING
               PERFORM SOLICITAR-COMPETENCIA
           END-IF
           IF MATRICULA-OK AND PLANO-OK AND COMPETENCIA-OK
               MOVE MATRICULA TO BEN-MATRICULA
               MOVE PLA-CODIGO TO BEN-PLANO
               MOVE ZEROS TO BEN-DEP-SEQUENCIA
               READ BENEFICIO-FILE
                   INVALID KEY
                       PERFORM GRAVAR-VIDA
                   NOT INVALID KEY
                       PERFORM REATIVAR-TITULAR
               END-READ
               MOVE "N" TO WS-FIM-DEPENDENTES
               PERFORM ADERIR-DEPENDENTE UNTIL FIM-DEPENDENTES
           END-IF.

      * Titular que volta para um plano ja cancelado reabre a mesma
      * vida com o novo inicio - a chave e matricula, plano e
      * sequencia, entao nao cabe um segundo registro.
       REATIVAR-TITULAR.
           IF BEN-COMPETENCIA-FIM = ZEROS
               DISPLAY "Titular ja aderido a este plano"
           ELSE
               IF WS-COMPETENCIA NOT > BEN-COMPETENCIA-FIM
                   DISPLAY "Titular coberto ate " BEN-COMPETENCIA-FIM
                       " - inicio tem de ser depois"
               ELSE
                   MOVE WS-COMPETENCIA TO BEN-COMPETENCIA-INICIO
                   MOVE ZEROS TO BEN-COMPETENCIA-FIM
                   MOVE WS-DATA-ATUAL TO BEN-DATA-ADESAO
                   MOVE OPERADOR-LOGADO TO BEN-OPERADOR
                   REWRITE REGISTRO-BENEFICIO
                       INVALID KEY
                           MOVE "BENEFIC" TO ERR-ARQUIVO
                           MOVE "REWRITE" TO ERR-OPERACAO
                           MOVE WS-STATUS-BEN TO ERR-STATUS
                           MOVE BEN-CHAVE TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao reativar o titular"
                       NOT INVALID KEY
                           DISPLAY "Titular reativado no plano"
                   END-REWRITE
               END-IF
           END-IF.

       ADERIR-DEPENDENTE.
           DISPLAY "Sequencia do dependente (00 = fim): "
               WITH NO ADVANCING.
           ACCEPT WS-SEQ-DEPENDENTE.
           IF WS-SEQ-DEPENDENTE = ZEROS
               SET FIM-DEPENDENTES TO TRUE
           ELSE
               MOVE MATRICULA TO DEP-MATRICULA
               MOVE WS-SEQ-DEPENDENTE TO DEP-SEQUENCIA
               READ DEPENDENTE-FILE
                   INVALID KEY
                       DISPLAY "Dependente nao encontrado para a "
                           "matricula"
                   NOT INVALID KEY
                       IF NOT DEP-ATIVO
                           DISPLAY "Dependente excluido - sem plano"
                       ELSE
                           DISPLAY "Dependente......: " DEP-NOME
                           MOVE MATRICULA TO BEN-MATRICULA
                           MOVE PLA-CODIGO TO BEN-PLANO
                           MOVE WS-SEQ-DEPENDENTE TO BEN-DEP-SEQUENCIA
                           PERFORM GRAVAR-VIDA
                       END-IF
               END-READ
           END-IF.

       GRAVAR-VIDA.
           MOVE WS-COMPETENCIA TO BEN-COMPETENCIA-INICIO
           MOVE ZEROS TO BEN-COMPETENCIA-FIM
           MOVE WS-DATA-ATUAL TO BEN-DATA-ADESAO
           MOVE OPERADOR-LOGADO TO BEN-OPERADOR
           WRITE REGISTRO-BENEFICIO
               INVALID KEY
                   DISPLAY "Vida ja aderida a este plano"
               NOT INVALID KEY
                   DISPLAY "Adesao gravada - sequencia "
                       BEN-DEP-SEQUENCIA
           END-WRITE.

       SOLICITAR-MATRICULA.
           MOVE "N" TO WS-MATRICULA-OK
           DISPLAY "Matricula.......: " WITH NO ADVANCING.
           ACCEPT MATRICULA.
           READ CADASTRO-FILE
               INVALID KEY
                   DISPLAY "Matricula nao encontrada no cadastro"
               NOT INVALID KEY
                   IF NOT REGISTRO-ATIVO
                       DISPLAY "Cadastro nao esta ativo - sem plano"
                   ELSE
                       SET MATRICULA-OK TO TRUE
                       DISPLAY "Nome............: " PRIMEIRONOME
                           " " SOBRENOME
                   END-IF
           END-READ.

       SOLICITAR-PLANO.
           MOVE "N" TO WS-PLANO-OK
           DISPLAY "Codigo do plano.: " WITH NO ADVANCING.
           ACCEPT PLA-CODIGO.
           READ PLANO-FILE
               INVALID KEY
                   DISPLAY "Plano nao cadastrado"
               NOT INVALID KEY
                   IF NOT PLA-ATIVO
                       DISPLAY "Plano inativo - sem novas adesoes"
                   ELSE
                       SET PLANO-OK TO TRUE
                       DISPLAY "Plano...........: " PLA-DESCRICAO
                           " (" PLA-OPERADORA ")"
                   END-IF
           END-READ.

      * Competencia ja fechada nao pode ser mexida - a folha daquele
      * mes ja descontou (ou nao) a vida.
       SOLICITAR-COMPETENCIA.
           MOVE "N" TO WS-COMPETENCIA-OK
           ACCEPT WS-COMPETENCIA.
           EVALUATE TRUE
               WHEN WS-COMP-MES < 1 OR WS-COMP-MES > 12
                   DISPLAY "Competencia invalida"
               WHEN WS-COMPETENCIA < WS-DATA-ATUAL (1:6)
                   DISPLAY "Competencia ja passou - a folha desse mes "
                       "ja foi ou esta sendo gerada"
               WHEN OTHER
                   SET COMPETENCIA-OK TO TRUE
           END-EVALUATE.

      * O cancelamento so poe a competencia de fim: a vida continua
      * cobrada ate ela, inclusive, e o registro fica para o rastro e
      * para a conferencia da fatura daquele mes.
       CANCELAR-ADESAO.
           DISPLAY "Matricula.......: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA-ALVO.
           DISPLAY "Codigo do plano.: " WITH NO ADVANCING.
           ACCEPT WS-PLANO-ALVO.
           DISPLAY "Sequencia (00 = titular e todos os dependentes): "
               WITH NO ADVANCING.
           ACCEPT WS-SEQ-DEPENDENTE.
           DISPLAY "Ultima competencia coberta (AAAAMM): "
               WITH NO ADVANCING.
           PERFORM SOLICITAR-COMPETENCIA
           IF COMPETENCIA-OK
               DISPLAY "Confirma o cancelamento (S/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM CANCELAR-VIDAS
               ELSE
                   DISPLAY "Cancelamento desistido"
               END-IF
           END-IF.

       CANCELAR-VIDAS.
           MOVE ZERO TO WS-QTDE-CANCELADAS
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE WS-MATRICULA-ALVO TO BEN-MATRICULA
           MOVE WS-PLANO-ALVO TO BEN-PLANO
           MOVE WS-SEQ-DEPENDENTE TO BEN-DEP-SEQUENCIA
           START BENEFICIO-FILE KEY NOT < BEN-CHAVE
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-ADESAO
           END-IF
           PERFORM CANCELAR-UMA-VIDA UNTIL FIM-ARQUIVO
           DISPLAY "Vidas canceladas: " WS-QTDE-CANCELADAS.

       CANCELAR-UMA-VIDA.
           IF BEN-MATRICULA NOT = WS-MATRICULA-ALVO
                   OR BEN-PLANO NOT = WS-PLANO-ALVO
                   OR (WS-SEQ-DEPENDENTE NOT = ZEROS
                       AND BEN-DEP-SEQUENCIA NOT = WS-SEQ-DEPENDENTE)
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF BEN-COMPETENCIA-FIM = ZEROS
                       OR BEN-COMPETENCIA-FIM > WS-COMPETENCIA
                   MOVE WS-COMPETENCIA TO BEN-COMPETENCIA-FIM
                   MOVE OPERADOR-LOGADO TO BEN-OPERADOR
                   REWRITE REGISTRO-BENEFICIO
                       INVALID KEY
                           MOVE "BENEFIC" TO ERR-ARQUIVO
                           MOVE "REWRITE" TO ERR-OPERACAO
                           MOVE WS-STATUS-BEN TO ERR-STATUS
                           MOVE BEN-CHAVE TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao cancelar a sequencia "
                               BEN-DEP-SEQUENCIA
                       NOT INVALID KEY
                           ADD 1 TO WS-QTDE-CANCELADAS
                   END-REWRITE
               END-IF
               PERFORM LER-PROXIMA-ADESAO
           END-IF.

       LER-PROXIMA-ADESAO.
           READ BENEFICIO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       LISTAR-ADESOES.
           DISPLAY "Matricula.......: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA-ALVO.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE WS-MATRICULA-ALVO TO BEN-MATRICULA
           MOVE LOW-VALUES TO BEN-PLANO
           MOVE ZEROS TO BEN-DEP-SEQUENCIA
           START BENEFICIO-FILE KEY NOT < BEN-CHAVE
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-ADESAO
           END-IF
           DISPLAY "Plano Seq Inicio Fim    Adesao   Operador"
           PERFORM MOSTRAR-ADESAO UNTIL FIM-ARQUIVO.

       MOSTRAR-ADESAO.
           IF BEN-MATRICULA = WS-MATRICULA-ALVO
               DISPLAY BEN-PLANO "  " BEN-DEP-SEQUENCIA "  "
                   BEN-COMPETENCIA-INICIO " " BEN-COMPETENCIA-FIM " "
                   BEN-DATA-ADESAO " " BEN-OPERADOR
               PERFORM LER-PROXIMA-ADESAO
           ELSE
               SET FIM-ARQUIVO TO TRUE
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANPLANO" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANPLANO.
