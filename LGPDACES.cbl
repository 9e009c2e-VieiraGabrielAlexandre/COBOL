      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio de acesso do titular (LGPD) - a partir de um
      *          CPF, reune num unico documento de spool (SPOOLREP,
      *          SPL.LGPDACES) tudo o que o sistema guarda da pessoa:
      *          os registros do CADUSUAR e dos arquivos mortos
      *          ARQEXCL com aquele CPF e, pelas matriculas achadas
      *          neles, os dependentes (DEPENDEN), os dados bancarios
      *          (DADOSBAN), o historico de salario (HISTSAL), as
      *          competencias de folha (FOLHADET), as ocorrencias
      *          (OCORRENC), as ferias agendadas (AGENDFER), a
      *          rescisao (RESCISOES), os eventos do AUDITORI (os
      *          meses arquivados AUDITORI.AAAAMM do controle ARQAUDCT
      *          e o corrente) e as
      *          visoes sem mascara do LOGSENS sobre essas matriculas,
      *          e as entradas do ACESSLOG das sessoes em que esses
      *          eventos aconteceram (o log de acesso so conhece o
      *          operador e o dia). Cada emissao fica registrada no
      *          LGPDSOLI (REGLGPD.cpy) com data e operador. Chamado
      *          a partir do menu de administracao de
      *          SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDACES.
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
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
           SELECT CONTROLE-EXCL-FILE ASSIGN TO "ARQEXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTE.
           SELECT ARQUIVO-MORTO ASSIGN TO WS-NOME-ARQUIVO-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MORTO.
           SELECT DEPENDENTE-FILE ASSIGN TO "DEPENDEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-STATUS-DEP.
           SELECT BANCARIO-FILE ASSIGN TO "DADOSBAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAN-MATRICULA
               FILE STATUS IS WS-STATUS-BAN.
           SELECT HISTSAL-FILE ASSIGN TO "HISTSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HSAL.
           SELECT FOLHA-DETALHE-FILE ASSIGN TO "FOLHADET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FDT.
           SELECT OCORRENCIA-FILE ASSIGN TO "OCORRENC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OCO.
           SELECT AGENDA-FILE ASSIGN TO "AGENDFER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGF-CHAVE
               FILE STATUS IS WS-STATUS-AGF.
           SELECT RESCISAO-FILE ASSIGN TO "RESCISOES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSC-MATRICULA
               FILE STATUS IS WS-STATUS-RSC.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT AUDITORIA-MENSAL-FILE ASSIGN TO WS-NOME-AUD-MENSAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AMS.
           SELECT CONTROLE-AUD-FILE ASSIGN TO "ARQAUDCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTA.
           SELECT SENSIVEL-FILE ASSIGN TO "LOGSENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEN.
           SELECT ACESSO-FILE ASSIGN TO "ACESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACE.
           SELECT SOLICITACAO-FILE ASSIGN TO "LGPDSOLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SOL.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  CONTROLE-EXCL-FILE.
       01  REGISTRO-CONTROLE-EXCL  PIC 9(08).
       FD  ARQUIVO-MORTO.
       01  REGISTRO-MORTO          PIC X(300).
       FD  DEPENDENTE-FILE.
           COPY "REGDEP.cpy".
       FD  BANCARIO-FILE.
           COPY "REGBAN.cpy".
       FD  HISTSAL-FILE.
           COPY "REGHSAL.cpy".
       FD  FOLHA-DETALHE-FILE.
           COPY "REGFDET.cpy".
       FD  OCORRENCIA-FILE.
           COPY "REGOCO.cpy".
       FD  AGENDA-FILE.
           COPY "REGAGF.cpy".
       FD  RESCISAO-FILE.
           COPY "REGRSC.cpy".
       FD  AUDITORIA-FILE.
           COPY "REGAUD.cpy".
       FD  AUDITORIA-MENSAL-FILE.
       01  IMAGEM-AUDITORIA-MENSAL PIC X(654).
       FD  CONTROLE-AUD-FILE.
       01  REGISTRO-CONTROLE-AUD   PIC 9(06).
       FD  SENSIVEL-FILE.
           COPY "REGSENS.cpy".
       FD  ACESSO-FILE.
           COPY "REGACES.cpy".
       FD  SOLICITACAO-FILE.
           COPY "REGLGPD.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CTE       PIC X(02) VALUE SPACES.
       77  WS-STATUS-MORTO     PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEP       PIC X(02) VALUE SPACES.
       77  WS-STATUS-BAN       PIC X(02) VALUE SPACES.
       77  WS-STATUS-HSAL      PIC X(02) VALUE SPACES.
       77  WS-STATUS-FDT       PIC X(02) VALUE SPACES.
       77  WS-STATUS-OCO       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AGF       PIC X(02) VALUE SPACES.
       77  WS-STATUS-RSC       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AMS       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CTA       PIC X(02) VALUE SPACES.
       77  WS-NOME-AUD-MENSAL  PIC X(15) VALUE SPACES.
       77  WS-STATUS-SEN       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ACE       PIC X(02) VALUE SPACES.
       77  WS-STATUS-SOL       PIC X(02) VALUE SPACES.
       77  WS-NOME-ARQUIVO-MORTO PIC X(16) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-FIM-CONTROLE     PIC X(01) VALUE "N".
           88 FIM-CONTROLE         VALUE "S".
       77  WS-CPF-TITULAR      PIC 9(11) VALUE ZEROS.
       77  WS-RESULTADO-CPF    PIC X(01) VALUE "N".
       77  WS-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
       77  WS-HORA-SISTEMA     PIC 9(06) VALUE ZEROS.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "LGPDACES".
       77  WS-TOTAL-LINHAS     PIC 9(05) VALUE ZERO.
       77  WS-QTDE-SECAO       PIC 9(05) VALUE ZERO.
       77  WS-TITULO-SECAO     PIC X(50) VALUE SPACES.
      * Matriculas da pessoa - achadas pelo CPF no CADUSUAR e nos
      * arquivos mortos (cada readmissao e uma matricula nova).
       77  WS-QTDE-MAT         PIC 9(02) VALUE ZERO.
       77  WS-MAX-MAT          PIC 9(02) VALUE 20.
       77  WS-INDICE-MAT       PIC 9(02) VALUE ZERO.
       77  WS-ACHOU-MAT        PIC X(01) VALUE "N".
           88 ACHOU-MAT            VALUE "S".
       77  WS-MATRICULA-BUSCA  PIC 9(06) VALUE ZEROS.
       01  TABELA-MATRICULAS.
           03 TAB-MATRICULA    PIC 9(06) OCCURS 20 TIMES.
      * Sessoes (operador e dia) dos eventos do AUDITORI e do LOGSENS
      * sobre as matriculas - e por elas que o ACESSLOG e cruzado.
       77  WS-QTDE-SES         PIC 9(03) VALUE ZERO.
       77  WS-MAX-SES          PIC 9(03) VALUE 200.
       77  WS-INDICE-SES       PIC 9(03) VALUE ZERO.
       77  WS-ACHOU-SES        PIC X(01) VALUE "N".
           88 ACHOU-SES            VALUE "S".
       77  WS-OPERADOR-SESSAO  PIC X(08) VALUE SPACES.
       77  WS-DATA-SESSAO      PIC 9(08) VALUE ZEROS.
       01  TABELA-SESSOES.
           03 TAB-SESSAO OCCURS 200 TIMES.
               05 TAB-SES-OPERADOR PIC X(08).
               05 TAB-SES-DATA     PIC 9(08).
      * Visao sem mascara de salario e CPF - registrada no LOGSENS
      * como qualquer outra (DADOSENS "R").
       77  WS-FUNCAO-SENS      PIC X(01) VALUE "R".
       77  WS-PROGRAMA-SENS    PIC X(10) VALUE "LGPDACES".
       77  WS-MEIO-SENS        PIC X(01) VALUE "R".
       77  WS-RESULTADO-SENS   PIC X(01) VALUE "N".
       01  WS-CPF-EXIBIDO.
           03 WS-CPF-EXIBIDO-P1 PIC X(03) VALUE SPACES.
           03 FILLER            PIC X(01) VALUE ".".
           03 WS-CPF-EXIBIDO-P2 PIC X(03) VALUE SPACES.
           03 FILLER            PIC X(01) VALUE ".".
           03 WS-CPF-EXIBIDO-P3 PIC X(03) VALUE SPACES.
           03 FILLER            PIC X(01) VALUE "-".
           03 WS-CPF-EXIBIDO-P4 PIC X(02) VALUE SPACES.
      >>IF BRLOCALE DEFINED
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZ9,99.
       01  WS-VALOR-EDIT-2     PIC ZZZZZZZZZ9,99.
       01  WS-VALOR-EDIT-3     PIC ZZZZZZZZZZZ9,99.
      >>ELSE
       01  WS-VALOR-EDIT       PIC ZZZZZZZZZ9.99.
       01  WS-VALOR-EDIT-2     PIC ZZZZZZZZZ9.99.
       01  WS-VALOR-EDIT-3     PIC ZZZZZZZZZZZ9.99.
      >>END-IF
       01  LINHA-LGPD          PIC X(100) VALUE SPACES.
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
      * Subprograma CALLado guarda o estado entre chamadas - cada
      * relatorio recomeca do zero.
           MOVE ZERO TO WS-QTDE-MAT
           MOVE ZERO TO WS-QTDE-SES
           MOVE ZERO TO WS-TOTAL-LINHAS
           DISPLAY "----- RELATORIO DE ACESSO DO TITULAR (LGPD) -----".
           DISPLAY "CPF do titular (11 digitos): " WITH NO ADVANCING.
           ACCEPT WS-CPF-TITULAR.
           CALL "VALCPF" USING WS-CPF-TITULAR, WS-RESULTADO-CPF
           IF WS-RESULTADO-CPF NOT = "S"
               DISPLAY "CPF invalido - relatorio nao emitido"
           ELSE
               OPEN INPUT CADASTRO-FILE
               IF WS-STATUS-ARQ NOT = "00"
                   MOVE "CADUSUAR" TO ERR-ARQUIVO
                   MOVE "OPEN" TO ERR-OPERACAO
                   MOVE WS-STATUS-ARQ TO ERR-STATUS
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Cadastro indisponivel - status "
                       WS-STATUS-ARQ
               ELSE
                   PERFORM EMITIR-RELATORIO
                   PERFORM REGISTRAR-SOLICITACAO
                   DISPLAY "Matriculas do titular....: " WS-QTDE-MAT
                   DISPLAY "Linhas emitidas..........: "
                       WS-TOTAL-LINHAS
                   DISPLAY "Relatorio no spool LGPDACES"
               END-IF
           END-IF
           GOBACK.

       EMITIR-RELATORIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-LGPD
           MOVE "===== RELATORIO DE ACESSO DO TITULAR - LGPD ====="
               TO LINHA-LGPD
           PERFORM EMITIR-LINHA
           MOVE WS-CPF-TITULAR TO CPF-ALUNO
           PERFORM FORMATAR-CPF
           MOVE SPACES TO LINHA-LGPD
           STRING "CPF: " WS-CPF-EXIBIDO "  Emitido em "
               WS-DATA-SISTEMA " " WS-HORA-SISTEMA " por "
               OPERADOR-LOGADO
               DELIMITED BY SIZE INTO LINHA-LGPD
           PERFORM EMITIR-LINHA
           PERFORM SECAO-CADASTRO
           PERFORM SECAO-ARQUIVOS-MORTOS
           CLOSE CADASTRO-FILE
           IF WS-QTDE-MAT = ZERO
               MOVE SPACES TO LINHA-LGPD
               PERFORM EMITIR-LINHA
               MOVE "Nenhum registro do sistema traz este CPF"
                   TO LINHA-LGPD
               PERFORM EMITIR-LINHA
           ELSE
               PERFORM SECAO-DEPENDENTES
               PERFORM SECAO-DADOS-BANCARIOS
               PERFORM SECAO-HISTORICO-SALARIO
               PERFORM SECAO-FOLHA
               PERFORM SECAO-OCORRENCIAS
               PERFORM SECAO-FERIAS
               PERFORM SECAO-RESCISAO
               PERFORM SECAO-AUDITORIA
               PERFORM SECAO-DADOS-SENSIVEIS
               PERFORM SECAO-ACESSOS
           END-IF
           MOVE SPACES TO LINHA-LGPD
           PERFORM EMITIR-LINHA
           MOVE "===== FIM DO RELATORIO DE ACESSO DO TITULAR ====="
               TO LINHA-LGPD
           PERFORM EMITIR-LINHA
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-LGPD.

       EMITIR-LINHA.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               LINHA-LGPD
           ADD 1 TO WS-TOTAL-LINHAS.

       TITULO-SECAO.
           MOVE ZERO TO WS-QTDE-SECAO
           MOVE LINHA-LGPD TO WS-TITULO-SECAO
           MOVE SPACES TO LINHA-LGPD
           PERFORM EMITIR-LINHA
           STRING "----- " WS-TITULO-SECAO
               DELIMITED BY "  " INTO LINHA-LGPD
           PERFORM EMITIR-LINHA.

       FECHAR-SECAO.
           IF WS-QTDE-SECAO = ZERO
               MOVE "  Nenhum registro" TO LINHA-LGPD
               PERFORM EMITIR-LINHA
           END-IF.

       ARQUIVO-INDISPONIVEL.
           MOVE "  Arquivo indisponivel nesta instalacao"
               TO LINHA-LGPD
           PERFORM EMITIR-LINHA
           MOVE 1 TO WS-QTDE-SECAO.

       FORMATAR-CPF.
           MOVE CPF-ALUNO(1:3) TO WS-CPF-EXIBIDO-P1
           MOVE CPF-ALUNO(4:3) TO WS-CPF-EXIBIDO-P2
           MOVE CPF-ALUNO(7:3) TO WS-CPF-EXIBIDO-P3
           MOVE CPF-ALUNO(10:2) TO WS-CPF-EXIBIDO-P4.

      * A matricula entra uma vez so na tabela; o resto das secoes
      * procura cada registro nela.
       GUARDAR-MATRICULA.
           MOVE MATRICULA TO WS-MATRICULA-BUSCA
           PERFORM PROCURAR-MATRICULA
           IF NOT ACHOU-MAT AND WS-QTDE-MAT < WS-MAX-MAT
               ADD 1 TO WS-QTDE-MAT
               MOVE MATRICULA TO TAB-MATRICULA(WS-QTDE-MAT)
           END-IF.

       PROCURAR-MATRICULA.
           MOVE "N" TO WS-ACHOU-MAT
           PERFORM COMPARAR-MATRICULA
               VARYING WS-INDICE-MAT FROM 1 BY 1
               UNTIL WS-INDICE-MAT > WS-QTDE-MAT OR ACHOU-MAT.

       COMPARAR-MATRICULA.
           IF TAB-MATRICULA(WS-INDICE-MAT) = WS-MATRICULA-BUSCA
               SET ACHOU-MAT TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-MAT
           END-IF.

      * Operador e dia de um evento sobre a pessoa - guardados uma
      * vez so para o cruzamento com o ACESSLOG.
       GUARDAR-SESSAO.
           MOVE "N" TO WS-ACHOU-SES
           PERFORM COMPARAR-SESSAO
               VARYING WS-INDICE-SES FROM 1 BY 1
               UNTIL WS-INDICE-SES > WS-QTDE-SES OR ACHOU-SES
           IF NOT ACHOU-SES AND WS-QTDE-SES < WS-MAX-SES
               ADD 1 TO WS-QTDE-SES
               MOVE WS-OPERADOR-SESSAO TO TAB-SES-OPERADOR(WS-QTDE-SES)
               MOVE WS-DATA-SESSAO TO TAB-SES-DATA(WS-QTDE-SES)
           END-IF.

       COMPARAR-SESSAO.
           IF TAB-SES-OPERADOR(WS-INDICE-SES) = WS-OPERADOR-SESSAO
                   AND TAB-SES-DATA(WS-INDICE-SES) = WS-DATA-SESSAO
               SET ACHOU-SES TO TRUE
           END-IF.

      ******************************************************************
      * 1. Cadastro - varredura do CADUSUAR inteiro pelo CPF; o master
      * nao tem chave de CPF.
      ******************************************************************
       SECAO-CADASTRO.
           MOVE "1. CADASTRO (CADUSUAR)" TO LINHA-LGPD
           PERFORM TITULO-SECAO
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO MATRICULA
           START CADASTRO-FILE KEY NOT < MATRICULA
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-CADASTRO
           END-IF
           PERFORM CONFERIR-CADASTRO UNTIL FIM-ARQUIVO
           PERFORM FECHAR-SECAO.

       LER-PROXIMO-CADASTRO.
           READ CADASTRO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       CONFERIR-CADASTRO.
           IF CPF-ALUNO = WS-CPF-TITULAR
               PERFORM GUARDAR-MATRICULA
               PERFORM IMPRIMIR-PESSOA
           END-IF
           PERFORM LER-PROXIMO-CADASTRO.

      * Mesmo desenho para o master e para os arquivos mortos - os
      * dois estao no layout do REGCAD.cpy.
       IMPRIMIR-PESSOA.
           ADD 1 TO WS-QTDE-SECAO
           MOVE SPACES TO LINHA-LGPD
           EVALUATE TRUE
               WHEN REGISTRO-ATIVO
                   STRING "  Matricula " MATRICULA "  " PRIMEIRONOME
                       " " SOBRENOME "  ATIVO"
                       DELIMITED BY SIZE INTO LINHA-LGPD
               WHEN REGISTRO-ANONIMIZADO
                   STRING "  Matricula " MATRICULA "  " PRIMEIRONOME
                       " " SOBRENOME "  ANONIMIZADO"
                       DELIMITED BY SIZE INTO LINHA-LGPD
               WHEN OTHER
                   STRING "  Matricula " MATRICULA "  " PRIMEIRONOME
                       " " SOBRENOME "  EXCLUIDO"
                       DELIMITED BY SIZE INTO LINHA-LGPD
           END-EVALUATE
           PERFORM EMITIR-LINHA
           PERFORM FORMATAR-CPF
           MOVE SPACES TO LINHA-LGPD
           STRING "    CPF " WS-CPF-EXIBIDO "  Nascimento " DIA-NASC
               "/" MES-NASC "/" ANO-NASC "  Admissao " DATA-ADMISSAO
               "  Matricula anterior " MATRICULA-ANTERIOR
               DELIMITED BY SIZE INTO LINHA-LGPD
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-LGPD
           STRING "    CEP " CEP-ALUNO-EDIT "  Numero " NUMERO-ALUNO
               "  Complemento " COMPLEMENTO-ALUNO
               DELIMITED BY SIZE INTO LINHA-LGPD
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-LGPD
           STRING "    E-mail " EMAIL-ALUNO
               DELIMITED BY SIZE INTO LINHA-LGPD
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-LGPD
           STRING "    Salario " SALARIO-ALUNO-EDIT "  Deducao "
               DEDUCAO-ALUNO-EDIT "  Liquido " SALARIO-LIQUIDO-EDIT
               DELIMITED BY SIZE INTO LINHA-LGPD
           PERFORM EMITIR-LINHA
           MOVE SPACES TO LINHA-LGPD
           STRING "    Empregador " EMPREGADOR-ALUNO "  C.custo "
               CCUSTO-ALUNO "  Cargo " CARGO-ALUNO
               DELIMITED BY SIZE INTO LINHA-LGPD
           PERFORM EMITIR-LINHA
           CALL "DADOSENS" USING WS-FUNCAO-SENS, OPERADOR-LOGADO,
               WS-PROGRAMA-SENS, MATRICULA, WS-MEIO-SENS,
               WS-RESULTADO-SENS.

      ******************************************************************
      * 2. Arquivos mortos - cada ARQEXCL.AAAAMMDD do controle ARQEXCTL,
      * como na readmissao do CADUSUARIO. Registro ja anonimizado nao
      * traz mais o CPF e so aparece se ainda casar.
      ******************************************************************
       SECAO-ARQUIVOS-MORTOS.
           MOVE "2. ARQUIVOS MORTOS (ARQEXCL)" TO LINHA-LGPD
           PERFORM TITULO-SECAO
           OPEN INPUT CONTROLE-EXCL-FILE
           IF WS-STATUS-CTE = "00"
               MOVE "N" TO WS-FIM-CONTROLE
               PERFORM LER-PROXIMO-CONTROLE-EXCL
               PERFORM VARRER-ARQUIVO-MORTO UNTIL FIM-CONTROLE
               CLOSE CONTROLE-EXCL-FILE
           END-IF
           PERFORM FECHAR-SECAO.

       LER-PROXIMO-CONTROLE-EXCL.
           READ CONTROLE-EXCL-FILE
               AT END SET FIM-CONTROLE TO TRUE
           END-READ.

       VARRER-ARQUIVO-MORTO.
           MOVE SPACES TO WS-NOME-ARQUIVO-MORTO
           STRING "ARQEXCL." REGISTRO-CONTROLE-EXCL
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO-MORTO
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT ARQUIVO-MORTO
           IF WS-STATUS-MORTO = "00"
               PERFORM LER-PROXIMO-MORTO
               PERFORM CONFERIR-MORTO UNTIL FIM-ARQUIVO
               CLOSE ARQUIVO-MORTO
           END-IF
           PERFORM LER-PROXIMO-CONTROLE-EXCL.

       LER-PROXIMO-MORTO.
           READ ARQUIVO-MORTO
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       CONFERIR-MORTO.
           MOVE REGISTRO-MORTO TO REGISTRO-ALUNO
           IF CPF-ALUNO = WS-CPF-TITULAR
               MOVE SPACES TO LINHA-LGPD
               STRING "  Arquivo " WS-NOME-ARQUIVO-MORTO
                   DELIMITED BY SIZE INTO LINHA-LGPD
               PERFORM EMITIR-LINHA
               PERFORM GUARDAR-MATRICULA
               PERFORM IMPRIMIR-PESSOA
           END-IF
           PERFORM LER-PROXIMO-MORTO.

      ******************************************************************
      * 3. Dependentes - chave matricula + sequencia; START na
      * sequencia zero de cada matricula e leitura ate mudar.
      ******************************************************************
       SECAO-DEPENDENTES.
           MOVE "3. DEPENDENTES (DEPENDEN)" TO LINHA-LGPD
           PERFORM TITULO-SECAO
           OPEN INPUT DEPENDENTE-FILE
           IF WS-STATUS-DEP = "00"
               PERFORM LISTAR-DEPENDENTES
                   VARYING WS-INDICE-MAT FROM 1 BY 1
                   UNTIL WS-INDICE-MAT > WS-QTDE-MAT
               CLOSE DEPENDENTE-FILE
           ELSE
               PERFORM ARQUIVO-INDISPONIVEL
           END-IF
           PERFORM FECHAR-SECAO.

       LISTAR-DEPENDENTES.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE TAB-MATRICULA(WS-INDICE-MAT) TO DEP-MATRICULA
           MOVE ZEROS TO DEP-SEQUENCIA
           START DEPENDENTE-FILE KEY NOT < DEP-CHAVE
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-DEPENDENTE
           END-IF
           PERFORM IMPRIMIR-DEPENDENTE UNTIL FIM-ARQUIVO.

       LER-PROXIMO-DEPENDENTE.
           READ DEPENDENTE-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
                   AND DEP-MATRICULA NOT = TAB-MATRICULA(WS-INDICE-MAT)
               SET FIM-ARQUIVO TO TRUE
           END-IF.

       IMPRIMIR-DEPENDENTE.
           ADD 1 TO WS-QTDE-SECAO
           MOVE SPACES TO LINHA-LGPD
           STRING "  Matricula " DEP-MATRICULA " seq " DEP-SEQUENCIA
               "  " DEP-NOME "  Nasc " DEP-DIA-NASC "/" DEP-MES-NASC
               "/" DEP-ANO-NASC "  Parentesco " DEP-PARENTESCO
               "  Situacao " DEP-STATUS
               DELIMITED BY SIZE INTO LINHA-LGPD
           PERFORM EMITIR-LINHA
           PERFORM LER-PROXIMO-DEPENDENTE.

      ******************************************************************
      * 4. Dados bancarios - um registro por matricula.
      ******************************************************************
       SECAO-DADOS-BANCARIOS.
           MOVE "4. DADOS BANCARIOS (DADOSBAN)" TO LINHA-LGPD
           PERFORM TITULO-SECAO
           OPEN INPUT BANCARIO-FILE
           IF WS-STATUS-BAN = "00"
               PERFORM LISTAR-DADOS-BANCARIOS
                   VARYING WS-INDICE-MAT FROM 1 BY 1
                   UNTIL WS-INDICE-MAT > WS-QTDE-MAT
               CLOSE BANCARIO-FILE
           ELSE
               PERFORM ARQUIVO-INDISPONIVEL
           END-IF
           PERFORM FECHAR-SECAO.

       LISTAR-DADOS-BANCARIOS.
           MOVE TAB-MATRICULA(WS-INDICE-MAT) TO BAN-MATRICULA
           READ BANCARIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM IMPRIMIR-DADOS-BANCARIOS
           END-READ.

       IMPRIMIR-DADOS-BANCARIOS.
           ADD 1 TO WS-QTDE-SECAO
           MOVE SPACES TO LINHA-LGPD
           STRING "  Matricula " BAN-MATRICULA "  Banco " BAN-BANCO
               "  Agencia " BAN-AGENCIA "  Conta " BAN-CONTA "-"
               BAN-CONTA-DV "  Tipo " BAN-TIPO-CONTA "  Canal "
               BAN-CANAL
               DELIMITED BY SIZE INTO LINHA-LGPD
           PERFORM EMITIR-LINHA
           IF BAN-PIX-CHAVE NOT = SPACES
               MOVE SPACES TO LINHA-LGPD
               STRING "    PIX " BAN-PIX-TIPO " " BAN-PIX-CHAVE
                   DELIMITED BY SIZE INTO LINHA-LGPD
               PERFORM EMITIR-LINHA
           END-IF.

      ******************************************************************
      * 5. Historico de salario.
      ******************************************************************
       SECAO-HISTORICO-SALARIO.
           MOVE "5. HISTORICO DE SALARIO (HISTSAL)" TO LINHA-LGPD
           PERFORM TITULO-SECAO
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT HISTSAL-FILE
           IF WS-STATUS-HSAL = "00"
               PERFORM LER-PROXIMO-HISTSAL
               PERFORM CONFERIR-HISTSAL UNTIL FIM-ARQUIVO
               CLOSE HISTSAL-FILE
           END-IF
           PERFORM FECHAR-SECAO.

       LER-PROXIMO-HISTSAL.
           READ HISTSAL-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       CONFERIR-HISTSAL.
           MOVE HSAL-MATRICULA TO WS-MATRICULA-BUSCA
           PERFORM PROCURAR-MATRICULA
           IF ACHOU-MAT
               ADD 1 TO WS-QTDE-SECAO
               MOVE HSAL-SALARIO-ANTIGO TO WS-VALOR-EDIT
               MOVE HSAL-SALARIO-NOVO TO WS-VALOR-EDIT-2
               MOVE SPACES TO LINHA-LGPD
               STRING "  Matricula " HSAL-MATRICULA "  " HSAL-DATA
                   " " HSAL-HORA "  De " WS-VALOR-EDIT " para "
                   WS-VALOR-EDIT-2 "  por " HSAL-PROGRAMA
                   DELIMITED BY SIZE INTO LINHA-LGPD
               PERFORM EMITIR-LINHA
           END-IF
           PERFORM LER-PROXIMO-HISTSAL.

      ******************************************************************
      * 6. Folha de pagamento - uma linha por competencia paga.
      ******************************************************************
       SECAO-FOLHA.
           MOVE "6. FOLHA DE PAGAMENTO (FOLHADET)" TO LINHA-LGPD
           PERFORM TITULO-SECAO
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT FOLHA-DETALHE-FILE
           IF WS-STATUS-FDT = "00"
               PERFORM LER-PROXIMA-FOLHA
               PERFORM CONFERIR-FOLHA UNTIL FIM-ARQUIVO
               CLOSE FOLHA-DETALHE-FILE
           END-IF
           PERFORM FECHAR-SECAO.

       LER-PROXIMA-FOLHA.
           READ FOLHA-DETALHE-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       CONFERIR-FOLHA.
           MOVE FDET-MATRICULA TO WS-MATRICULA-BUSCA
           PERFORM PROCURAR-MATRICULA
           IF ACHOU-MAT
               ADD 1 TO WS-QTDE-SECAO
               MOVE FDET-BRUTO TO WS-VALOR-EDIT
               MOVE FDET-DEDUCAO TO WS-VALOR-EDIT-2
               MOVE FDET-LIQUIDO TO WS-VALOR-EDIT-3
               MOVE SPACES TO LINHA-LGPD
               STRING "  Matricula " FDET-MATRICULA "  Competencia "
                   FDET-COMPETENCIA "  Bruto " WS-VALOR-EDIT
                   "  Deducao " WS-VALOR-EDIT-2 "  Liquido "
                   WS-VALOR-EDIT-3
                   DELIMITED BY SIZE INTO LINHA-LGPD
               PERFORM EMITIR-LINHA
           END-IF
           PERFORM LER-PROXIMA-FOLHA.

      ******************************************************************
      * 7. Ocorrencias (faltas, licencas, suspensoes).
      ******************************************************************
       SECAO-OCORRENCIAS.
           MOVE "7. OCORRENCIAS (OCORRENC)" TO LINHA-LGPD
           PERFORM TITULO-SECAO
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT OCORRENCIA-FILE
           IF WS-STATUS-OCO = "00"
               PERFORM LER-PROXIMA-OCORRENCIA
               PERFORM CONFERIR-OCORRENCIA UNTIL FIM-ARQUIVO
               CLOSE OCORRENCIA-FILE
           END-IF
           PERFORM FECHAR-SECAO.

       LER-PROXIMA-OCORRENCIA.
           READ OCORRENCIA-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       CONFERIR-OCORRENCIA.
           MOVE OCO-MATRICULA TO WS-MATRICULA-BUSCA
           PERFORM PROCURAR-MATRICULA
           IF ACHOU-MAT
               ADD 1 TO WS-QTDE-SECAO
               MOVE SPACES TO LINHA-LGPD
               STRING "  Matricula " OCO-MATRICULA "  Data " OCO-DATA
                   "  Tipo " OCO-TIPO "  Dias " OCO-DIAS
                   "  Operador " OCO-OPERADOR
                   DELIMITED BY SIZE INTO LINHA-LGPD
               PERFORM EMITIR-LINHA
           END-IF
           PERFORM LER-PROXIMA-OCORRENCIA.

      ******************************************************************
      * 8. Ferias agendadas - chave matricula + sequencia, como os
      * dependentes.
      ******************************************************************
       SECAO-FERIAS.
           MOVE "8. FERIAS (AGENDFER)" TO LINHA-LGPD
           PERFORM TITULO-SECAO
           OPEN INPUT AGENDA-FILE
           IF WS-STATUS-AGF = "00"
               PERFORM LISTAR-FERIAS
                   VARYING WS-INDICE-MAT FROM 1 BY 1
                   UNTIL WS-INDICE-MAT > WS-QTDE-MAT
               CLOSE AGENDA-FILE
           ELSE
               PERFORM ARQUIVO-INDISPONIVEL
           END-IF
           PERFORM FECHAR-SECAO.

       LISTAR-FERIAS.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE TAB-MATRICULA(WS-INDICE-MAT) TO AGF-MATRICULA
           MOVE ZEROS TO AGF-SEQUENCIA
           START AGENDA-FILE KEY NOT < AGF-CHAVE
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMAS-FERIAS
           END-IF
           PERFORM IMPRIMIR-FERIAS UNTIL FIM-ARQUIVO.

       LER-PROXIMAS-FERIAS.
           READ AGENDA-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
                   AND AGF-MATRICULA NOT = TAB-MATRICULA(WS-INDICE-MAT)
               SET FIM-ARQUIVO TO TRUE
           END-IF.

       IMPRIMIR-FERIAS.
           ADD 1 TO WS-QTDE-SECAO
           MOVE SPACES TO LINHA-LGPD
           STRING "  Matricula " AGF-MATRICULA " seq " AGF-SEQUENCIA
               "  De " AGF-DATA-INICIO " a " AGF-DATA-FIM "  Dias "
               AGF-DIAS "  Situacao " AGF-STATUS
               DELIMITED BY SIZE INTO LINHA-LGPD
           PERFORM EMITIR-LINHA
           PERFORM LER-PROXIMAS-FERIAS.

      ******************************************************************
      * 9. Rescisao - uma por matricula.
      ******************************************************************
       SECAO-RESCISAO.
           MOVE "9. RESCISAO (RESCISOES)" TO LINHA-LGPD
           PERFORM TITULO-SECAO
           OPEN INPUT RESCISAO-FILE
           IF WS-STATUS-RSC = "00"
               PERFORM LISTAR-RESCISAO
                   VARYING WS-INDICE-MAT FROM 1 BY 1
                   UNTIL WS-INDICE-MAT > WS-QTDE-MAT
               CLOSE RESCISAO-FILE
           ELSE
               PERFORM ARQUIVO-INDISPONIVEL
           END-IF
           PERFORM FECHAR-SECAO.

       LISTAR-RESCISAO.
           MOVE TAB-MATRICULA(WS-INDICE-MAT) TO RSC-MATRICULA
           READ RESCISAO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM IMPRIMIR-RESCISAO
           END-READ.

       IMPRIMIR-RESCISAO.
           ADD 1 TO WS-QTDE-SECAO
           MOVE SPACES TO LINHA-LGPD
           STRING "  Matricula " RSC-MATRICULA "  Data " RSC-DATA
               "  Motivo " RSC-MOTIVO "  Operador " RSC-OPERADOR
               DELIMITED BY SIZE INTO LINHA-LGPD
           PERFORM EMITIR-LINHA
           MOVE RSC-SALDO-SALARIO TO WS-VALOR-EDIT
           MOVE RSC-FERIAS TO WS-VALOR-EDIT-2
           MOVE SPACES TO LINHA-LGPD
           STRING "    Saldo de salario " WS-VALOR-EDIT "  Ferias "
               WS-VALOR-EDIT-2
               DELIMITED BY SIZE INTO LINHA-LGPD
           PERFORM EMITIR-LINHA
           MOVE RSC-TERCO TO WS-VALOR-EDIT
           MOVE RSC-DECIMO TO WS-VALOR-EDIT-2
           MOVE SPACES TO LINHA-LGPD
           STRING "    Terco de ferias  " WS-VALOR-EDIT "  13o    "
               WS-VALOR-EDIT-2
               DELIMITED BY SIZE INTO LINHA-LGPD
           PERFORM EMITIR-LINHA
           MOVE RSC-DEDUCAO TO WS-VALOR-EDIT
           MOVE RSC-LIQUIDO TO WS-VALOR-EDIT-2
           MOVE SPACES TO LINHA-LGPD
           STRING "    Deducao          " WS-VALOR-EDIT "  Liquido "
               WS-VALOR-EDIT-2
               DELIMITED BY SIZE INTO LINHA-LGPD
           PERFORM EMITIR-LINHA.

      ******************************************************************
      * 10. Eventos do AUDITORI sobre as matriculas - os meses ja
      * cortados por ARQAUD (na ordem do controle ARQAUDCT, como em
      * RECAUDIT) e depois o AUDITORI corrente.
      ******************************************************************
       SECAO-AUDITORIA.
           MOVE "10. EVENTOS DE AUDITORIA (AUDITORI)" TO LINHA-LGPD
           PERFORM TITULO-SECAO
           OPEN INPUT CONTROLE-AUD-FILE
           IF WS-STATUS-CTA = "00"
               MOVE "N" TO WS-FIM-CONTROLE
               PERFORM LER-PROXIMO-CONTROLE-AUD
               PERFORM CONFERIR-AUDITORIA-MENSAL UNTIL FIM-CONTROLE
               CLOSE CONTROLE-AUD-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUD = "00"
               PERFORM LER-PROXIMA-AUDITORIA
               PERFORM CONFERIR-AUDITORIA UNTIL FIM-ARQUIVO
               CLOSE AUDITORIA-FILE
           END-IF
           PERFORM FECHAR-SECAO.

       LER-PROXIMO-CONTROLE-AUD.
           READ CONTROLE-AUD-FILE
               AT END SET FIM-CONTROLE TO TRUE
           END-READ.

       CONFERIR-AUDITORIA-MENSAL.
           MOVE SPACES TO WS-NOME-AUD-MENSAL
           STRING "AUDITORI." REGISTRO-CONTROLE-AUD
               DELIMITED BY SIZE INTO WS-NOME-AUD-MENSAL
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT AUDITORIA-MENSAL-FILE
           IF WS-STATUS-AMS = "00"
               PERFORM LER-AUDITORIA-MENSAL
               PERFORM CONFERIR-EVENTO-MENSAL UNTIL FIM-ARQUIVO
               CLOSE AUDITORIA-MENSAL-FILE
           ELSE
               MOVE WS-NOME-AUD-MENSAL TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-AMS TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               MOVE SPACES TO LINHA-LGPD
               STRING "  *** Arquivo " WS-NOME-AUD-MENSAL
                   " indisponivel - status " WS-STATUS-AMS " ***"
                   DELIMITED BY SIZE INTO LINHA-LGPD
               PERFORM EMITIR-LINHA
           END-IF
           PERFORM LER-PROXIMO-CONTROLE-AUD.

       LER-AUDITORIA-MENSAL.
           READ AUDITORIA-MENSAL-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * A imagem bruta vai para a area de REGISTRO-AUDITORIA (o
      * corrente ainda nao foi aberto) para a mesma conferencia.
       CONFERIR-EVENTO-MENSAL.
           MOVE IMAGEM-AUDITORIA-MENSAL TO REGISTRO-AUDITORIA
           PERFORM CONFERIR-EVENTO-AUDITORIA
           PERFORM LER-AUDITORIA-MENSAL.

       LER-PROXIMA-AUDITORIA.
           READ AUDITORIA-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       CONFERIR-AUDITORIA.
           PERFORM CONFERIR-EVENTO-AUDITORIA
           PERFORM LER-PROXIMA-AUDITORIA.

       CONFERIR-EVENTO-AUDITORIA.
           MOVE AUD-MATRICULA TO WS-MATRICULA-BUSCA
           PERFORM PROCURAR-MATRICULA
           IF ACHOU-MAT
               ADD 1 TO WS-QTDE-SECAO
               MOVE SPACES TO LINHA-LGPD
               STRING "  Matricula " AUD-MATRICULA "  " AUD-DATA " "
                   AUD-HORA "  Operador " AUD-OPERADOR "  Operacao "
                   AUD-OPERACAO
                   DELIMITED BY SIZE INTO LINHA-LGPD
               PERFORM EMITIR-LINHA
               MOVE AUD-OPERADOR TO WS-OPERADOR-SESSAO
               MOVE AUD-DATA TO WS-DATA-SESSAO
               PERFORM GUARDAR-SESSAO
           END-IF.

      ******************************************************************
      * 11. Visoes sem mascara de salario e CPF (LOGSENS).
      ******************************************************************
       SECAO-DADOS-SENSIVEIS.
           MOVE "11. VISOES DE DADOS SENSIVEIS (LOGSENS)" TO LINHA-LGPD
           PERFORM TITULO-SECAO
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT SENSIVEL-FILE
           IF WS-STATUS-SEN = "00"
               PERFORM LER-PROXIMA-VISAO
               PERFORM CONFERIR-VISAO UNTIL FIM-ARQUIVO
               CLOSE SENSIVEL-FILE
           END-IF
           PERFORM FECHAR-SECAO.

       LER-PROXIMA-VISAO.
           READ SENSIVEL-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       CONFERIR-VISAO.
           MOVE SEN-MATRICULA TO WS-MATRICULA-BUSCA
           PERFORM PROCURAR-MATRICULA
           IF ACHOU-MAT
               ADD 1 TO WS-QTDE-SECAO
               MOVE SPACES TO LINHA-LGPD
               STRING "  Matricula " SEN-MATRICULA "  " SEN-DATA " "
                   SEN-HORA "  Operador " SEN-OPERADOR "  Programa "
                   SEN-PROGRAMA "  Meio " SEN-MEIO
                   DELIMITED BY SIZE INTO LINHA-LGPD
               PERFORM EMITIR-LINHA
               MOVE SEN-OPERADOR TO WS-OPERADOR-SESSAO
               MOVE SEN-DATA TO WS-DATA-SESSAO
               PERFORM GUARDAR-SESSAO
           END-IF
           PERFORM LER-PROXIMA-VISAO.

      ******************************************************************
      * 12. ACESSLOG - o log de acesso nao traz matricula; entram os
      * logins do operador no dia de cada evento das secoes 10 e 11.
      ******************************************************************
       SECAO-ACESSOS.
           MOVE "12. SESSOES DOS EVENTOS (ACESSLOG)" TO LINHA-LGPD
           PERFORM TITULO-SECAO
           MOVE "N" TO WS-FIM-ARQUIVO
           IF WS-QTDE-SES > ZERO
               OPEN INPUT ACESSO-FILE
               IF WS-STATUS-ACE = "00"
                   PERFORM LER-PROXIMO-ACESSO
                   PERFORM CONFERIR-ACESSO UNTIL FIM-ARQUIVO
                   CLOSE ACESSO-FILE
               END-IF
           END-IF
           PERFORM FECHAR-SECAO.

       LER-PROXIMO-ACESSO.
           READ ACESSO-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       CONFERIR-ACESSO.
           MOVE ACE-OPERADOR TO WS-OPERADOR-SESSAO
           MOVE ACE-DATA TO WS-DATA-SESSAO
           MOVE "N" TO WS-ACHOU-SES
           PERFORM COMPARAR-SESSAO
               VARYING WS-INDICE-SES FROM 1 BY 1
               UNTIL WS-INDICE-SES > WS-QTDE-SES OR ACHOU-SES
           IF ACHOU-SES
               ADD 1 TO WS-QTDE-SECAO
               MOVE SPACES TO LINHA-LGPD
               STRING "  " ACE-DATA " " ACE-HORA "  Operador "
                   ACE-OPERADOR "  Resultado " ACE-RESULTADO
                   DELIMITED BY SIZE INTO LINHA-LGPD
               PERFORM EMITIR-LINHA
           END-IF
           PERFORM LER-PROXIMO-ACESSO.

      * Comprovante da solicitacao: quem tirou o relatorio, quando e
      * de que CPF.
       REGISTRAR-SOLICITACAO.
           OPEN EXTEND SOLICITACAO-FILE
           IF WS-STATUS-SOL NOT = "00"
               OPEN OUTPUT SOLICITACAO-FILE
           END-IF
           MOVE WS-DATA-SISTEMA TO SOL-DATA
           MOVE WS-HORA-SISTEMA TO SOL-HORA
           MOVE OPERADOR-LOGADO TO SOL-OPERADOR
           MOVE WS-CPF-TITULAR TO SOL-CPF
           MOVE WS-QTDE-MAT TO SOL-MATRICULAS
           MOVE WS-TOTAL-LINHAS TO SOL-LINHAS
           WRITE REGISTRO-SOLICITACAO-LGPD
           IF WS-STATUS-SOL NOT = "00"
               MOVE "LGPDSOLI" TO ERR-ARQUIVO
               MOVE "WRITE" TO ERR-OPERACAO
               MOVE WS-STATUS-SOL TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Falha ao registrar a solicitacao no LGPDSOLI - "
                   "status " WS-STATUS-SOL
           END-IF
           CLOSE SOLICITACAO-FILE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "LGPDACES" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM LGPDACES.
