      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio por selecao sobre o CADUSUARIO master - o
      *          operador escolhe os criterios (situacao, UF do CEP
      *          pelo ENDERECO, faixa de salario, de idade, de data de
      *          admissao e de CEP), a ordem e as colunas, e recebe um
      *          relatorio no spool (SPL.RELSELEC.AAAAMMDD) com total
      *          de registros e de salarios, ou o arquivo RELSELEC.CSV.
      *          A definicao pode ser salva com um nome no RELDEF
      *          (REGDEF.cpy) e repetida depois so pelo nome. Chamado
      *          a partir da opcao 5 (Relatorio) de SistemaCadastro.
      *          Salario e CPF seguem as regras de RELUSUARIO e
      *          EXPUSUARIO: mascarados sem a permissao de dados
      *          sensiveis, o spool sempre mascarado, e toda linha
      *          aberta registrada antes por DADOSENS. Selecionar ou
      *          ordenar por salario tambem exige a permissao - do
      *          contrario a faixa revelaria o que a mascara esconde.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSELEC.
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
           SELECT ENDERECO-FILE ASSIGN TO "ENDERECO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-ENDERECO
               FILE STATUS IS WS-STATUS-END.
           SELECT DEFINICAO-FILE ASSIGN TO "RELDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMG-DEF-NOME
               FILE STATUS IS WS-STATUS-DEF.
           SELECT CSV-FILE ASSIGN TO "RELSELEC.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CSV.
           SELECT CLASSIFICACAO-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  ENDERECO-FILE.
           COPY "REGEND.cpy".
      * Imagem do REGISTRO-DEFINICAO (REGDEF.cpy) - a definicao em uso
      * mora em WORKING-STORAGE, lida com INTO e gravada com FROM.
       FD  DEFINICAO-FILE.
       01  IMAGEM-DEFINICAO.
           03 IMG-DEF-NOME         PIC X(12).
           03 FILLER               PIC X(40).
           03 IMG-DEF-OPERADOR     PIC X(08).
           03 FILLER               PIC X(120).
       FD  CSV-FILE.
       01  LINHA-CSV               PIC X(250).
      * A chave de classificacao e montada conforme a ordem pedida; a
      * matricula desempata. O cadastro inteiro viaja junto para a
      * emissao, com UF, cidade e idade ja resolvidas.
       SD  CLASSIFICACAO-FILE.
       01  REGISTRO-CLASSIFICACAO.
           03 CLS-CHAVE            PIC X(42).
           03 CLS-MATRICULA        PIC 9(06).
           03 CLS-UF               PIC X(02).
           03 CLS-CIDADE           PIC X(20).
           03 CLS-IDADE            PIC 9(03).
           03 CLS-CADASTRO         PIC X(300).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-END       PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEF       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CSV       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-FIM-CLASSIFICADO PIC X(01) VALUE "N".
           88 FIM-CLASSIFICADO     VALUE "S".
       77  WS-NOME-DEF         PIC X(12) VALUE SPACES.
       77  WS-NOME-EXIBIDO     PIC X(12) VALUE SPACES.
       77  WS-ACAO-DEF         PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACE.
       77  WS-DEFINICAO-PRONTA PIC X(01) VALUE "N".
           88 DEFINICAO-PRONTA     VALUE "S".
       77  WS-DEFINICAO-VALIDA PIC X(01) VALUE "N".
           88 DEFINICAO-VALIDA     VALUE "S".
       77  WS-SELECIONADO      PIC X(01) VALUE "N".
           88 SELECIONADO          VALUE "S".
       77  WS-ENDERECO-ABERTO  PIC X(01) VALUE "N".
           88 ENDERECO-ABERTO      VALUE "S".
       77  WS-CSV-ABERTO       PIC X(01) VALUE "N".
           88 CSV-ABERTO           VALUE "S".
       77  WS-MINUSCULAS       PIC X(26)
                               VALUE "abcdefghijklmnopqrstuvwxyz".
       77  WS-MAIUSCULAS       PIC X(26)
                               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77  WS-UF-CADASTRO      PIC X(02) VALUE SPACES.
       77  WS-CIDADE-CADASTRO  PIC X(20) VALUE SPACES.
       77  WS-IDADE            PIC 9(03) VALUE ZERO.
       77  WS-IDADE-CONHECIDA  PIC X(01) VALUE "N".
           88 IDADE-CONHECIDA      VALUE "S".
       77  WS-MMDD-NASC        PIC 9(04) VALUE ZERO.
       01  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-ANO-HOJE      PIC 9(04).
           03 WS-MMDD-HOJE     PIC 9(04).
       01  WS-SALARIO-CHAVE    PIC 9(10)V99 VALUE ZEROS.
       01  WS-SALARIO-CHAVE-X REDEFINES WS-SALARIO-CHAVE PIC X(12).
       77  WS-TOTAL-REGISTROS  PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-SALARIOS   PIC 9(13)V99 VALUE ZEROS.
       77  WS-MEDIA-SALARIO    PIC 9(10)V99 VALUE ZEROS.
      >>IF BRLOCALE DEFINED
       01  WS-SALARIO-EDIT     PIC ZZZZZZZZZ9,99.
       01  WS-TOTAL-EDIT       PIC ZZZZZZZZZZZZ9,99.
      >>ELSE
       01  WS-SALARIO-EDIT     PIC ZZZZZZZZZ9.99.
       01  WS-TOTAL-EDIT       PIC ZZZZZZZZZZZZ9.99.
      >>END-IF
      * Com a virgula como ponto decimal o salario ja traz virgula -
      * o CSV passa a separar por ponto e virgula.
      >>IF BRLOCALE DEFINED
       77  WS-SEPARADOR-CSV    PIC X(01) VALUE ";".
      >>ELSE
       77  WS-SEPARADOR-CSV    PIC X(01) VALUE ",".
      >>END-IF
       01  WS-IDADE-EDIT       PIC ZZZZ9.
       01  WS-DATA-COLUNA.
           03 WS-DATA-COL-DIA  PIC X(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DATA-COL-MES  PIC X(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DATA-COL-ANO  PIC X(04).
       01  WS-DATA-EDIT.
           03 WS-DATA-DIA      PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DATA-MES      PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DATA-ANO      PIC 9(04).
      * Colunas disponiveis: codigo, largura no relatorio e titulo
      * (truncado na largura no relatorio, inteiro no CSV).
       01  TABELA-COLUNAS-VALORES.
           03 FILLER PIC X(13) VALUE "M06MATRICULA".
           03 FILLER PIC X(13) VALUE "N41NOME".
           03 FILLER PIC X(13) VALUE "S13SALARIO".
           03 FILLER PIC X(13) VALUE "F14CPF".
           03 FILLER PIC X(13) VALUE "D10NASCIMENTO".
           03 FILLER PIC X(13) VALUE "I05IDADE".
           03 FILLER PIC X(13) VALUE "A10ADMISSAO".
           03 FILLER PIC X(13) VALUE "C09CEP".
           03 FILLER PIC X(13) VALUE "U02UF".
           03 FILLER PIC X(13) VALUE "X20CIDADE".
           03 FILLER PIC X(13) VALUE "G06CARGO".
           03 FILLER PIC X(13) VALUE "T06CCUSTO".
           03 FILLER PIC X(13) VALUE "E08SITUACAO".
           03 FILLER PIC X(13) VALUE "L50EMAIL".
       01  TABELA-COLUNAS REDEFINES TABELA-COLUNAS-VALORES.
           03 TAB-COLUNA OCCURS 14 TIMES.
               05 TAB-COL-CODIGO   PIC X(01).
               05 TAB-COL-LARGURA  PIC 9(02).
               05 TAB-COL-TITULO   PIC X(10).
       77  WS-QTDE-TAB         PIC 9(02) VALUE 14.
       77  WS-INDICE-TAB       PIC 9(02) VALUE ZERO.
       77  WS-INDICE-COL       PIC 9(02) VALUE ZERO.
       77  WS-QTDE-COLUNAS     PIC 9(02) VALUE ZERO.
       77  WS-LARGURA-TOTAL    PIC 9(03) VALUE ZERO.
       77  WS-POSICAO-LINHA    PIC 9(03) VALUE ZERO.
       77  WS-CODIGO-COLUNA    PIC X(01) VALUE SPACE.
       77  WS-ACHOU-COLUNA     PIC X(01) VALUE "N".
           88 ACHOU-COLUNA         VALUE "S".
       77  WS-TEM-SENSIVEL     PIC X(01) VALUE "N".
           88 TEM-SENSIVEL         VALUE "S".
       01  WS-VALOR-COLUNA     PIC X(50) VALUE SPACES.
      * Montagem da linha do CSV sem os brancos de enchimento.
       77  WS-PONTEIRO-CSV     PIC 9(03) VALUE ZERO.
       77  WS-PRIMEIRO-VALOR   PIC X(01) VALUE "S".
           88 PRIMEIRO-VALOR       VALUE "S".
       77  WS-INICIO-VALOR     PIC 9(02) VALUE ZERO.
       77  WS-FIM-VALOR        PIC 9(02) VALUE ZERO.
       77  WS-TAMANHO-VALOR    PIC 9(02) VALUE ZERO.
       77  WS-ACHOU-LIMITE     PIC X(01) VALUE "N".
           88 ACHOU-LIMITE         VALUE "S".
       77  WS-FAIXA-SALARIAL   PIC X(03) VALUE "NAO".
       77  WS-PAGINA           PIC 9(03) VALUE ZERO.
       77  WS-LINHAS-PAGINA    PIC 9(02) VALUE ZERO.
       77  WS-MAX-LINHAS       PIC 9(02) VALUE 20.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "RELSELEC".
       01  WS-LINHA-REL        PIC X(100) VALUE SPACES.
      * Dados sensiveis: a permissao do operador e lida uma vez por
      * chamada (DADOSENS "V"); cada linha mostrada ou exportada sem
      * mascara e registrada antes (DADOSENS "R").
       77  WS-PERMISSAO-SENS   PIC X(01) VALUE "N".
           88 PERMISSAO-SENSIVEL   VALUE "S".
       77  WS-FUNCAO-SENS      PIC X(01) VALUE SPACE.
       77  WS-PROGRAMA-SENS    PIC X(10) VALUE "RELSELEC".
       77  WS-MEIO-SENS        PIC X(01) VALUE "R".
       77  WS-RESULTADO-SENS   PIC X(01) VALUE "N".
       77  WS-REVELAR          PIC X(01) VALUE "N".
           88 REVELAR-SENSIVEIS    VALUE "S".
           COPY "REGDEF.cpy".
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPCAO               PIC 9(01).
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPCAO, OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           MOVE "V" TO WS-FUNCAO-SENS
           CALL "DADOSENS" USING WS-FUNCAO-SENS, OPERADOR-LOGADO,
               WS-PROGRAMA-SENS, MATRICULA, WS-MEIO-SENS,
               WS-RESULTADO-SENS
           MOVE WS-RESULTADO-SENS TO WS-PERMISSAO-SENS
           MOVE "N" TO WS-DEFINICAO-PRONTA
           DISPLAY "----- RELATORIO POR SELECAO -----"
           OPEN I-O DEFINICAO-FILE
           IF WS-STATUS-DEF = "35"
               OPEN OUTPUT DEFINICAO-FILE
               CLOSE DEFINICAO-FILE
               OPEN I-O DEFINICAO-FILE
           END-IF
           IF WS-STATUS-DEF NOT = "00"
               MOVE "RELDEF" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-DEF TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Definicoes de relatorio indisponiveis - status "
                   WS-STATUS-DEF
           ELSE
               PERFORM ESCOLHER-DEFINICAO
               CLOSE DEFINICAO-FILE
           END-IF
           IF DEFINICAO-PRONTA
               PERFORM CONFERIR-PERMISSAO
           END-IF
           IF DEFINICAO-PRONTA
               PERFORM EXECUTAR-SELECAO
           END-IF
           GOBACK.

      * Nome em branco monta uma definicao nova; "?" lista as salvas
      * e pergunta de novo.
       ESCOLHER-DEFINICAO.
           MOVE "?" TO WS-NOME-DEF
           PERFORM PEDIR-NOME-DEFINICAO UNTIL WS-NOME-DEF NOT = "?"
           IF WS-NOME-DEF = SPACES
               PERFORM MONTAR-NOVA-DEFINICAO
           ELSE
               PERFORM ABRIR-DEFINICAO-SALVA
           END-IF.

       PEDIR-NOME-DEFINICAO.
           DISPLAY "Definicao salva (vazio = nova, ? = listar): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NOME-DEF
           ACCEPT WS-NOME-DEF
           INSPECT WS-NOME-DEF CONVERTING WS-MINUSCULAS
               TO WS-MAIUSCULAS
           IF WS-NOME-DEF = "?"
               PERFORM LISTAR-DEFINICOES
           END-IF.

       LISTAR-DEFINICOES.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO IMG-DEF-NOME
           START DEFINICAO-FILE KEY NOT < IMG-DEF-NOME
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START
           DISPLAY "Nome         Descricao                    "
               "                 Operador"
           IF FIM-ARQUIVO
               DISPLAY "  (nenhuma definicao salva)"
           ELSE
               PERFORM LER-PROXIMA-DEFINICAO
               PERFORM MOSTRAR-ITEM-DEFINICAO UNTIL FIM-ARQUIVO
           END-IF.

       LER-PROXIMA-DEFINICAO.
           READ DEFINICAO-FILE NEXT RECORD INTO REGISTRO-DEFINICAO
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       MOSTRAR-ITEM-DEFINICAO.
           DISPLAY DEF-NOME " " DEF-DESCRICAO " " DEF-OPERADOR
           PERFORM LER-PROXIMA-DEFINICAO.

       ABRIR-DEFINICAO-SALVA.
           MOVE WS-NOME-DEF TO IMG-DEF-NOME
           READ DEFINICAO-FILE INTO REGISTRO-DEFINICAO
               INVALID KEY
                   DISPLAY "Definicao " WS-NOME-DEF " nao encontrada"
               NOT INVALID KEY
                   PERFORM MOSTRAR-DEFINICAO
                   DISPLAY "1-Executar  2-Excluir  9-Voltar: "
                       WITH NO ADVANCING
                   MOVE SPACE TO WS-ACAO-DEF
                   ACCEPT WS-ACAO-DEF
                   EVALUATE WS-ACAO-DEF
                       WHEN "1"
                           PERFORM CRITICAR-DEFINICAO
                           IF DEFINICAO-VALIDA
                               SET DEFINICAO-PRONTA TO TRUE
                           END-IF
                       WHEN "2"
                           PERFORM EXCLUIR-DEFINICAO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * A faixa de salario de uma definicao salva so aparece para
      * quem tem a permissao de dados sensiveis.
       MOSTRAR-DEFINICAO.
           DISPLAY "Descricao.....: " DEF-DESCRICAO
           DISPLAY "Salva por.....: " DEF-OPERADOR " em " DEF-DATA
           DISPLAY "Situacao......: " DEF-SITUACAO "   UF: " DEF-UF
           IF DEF-SALARIO-MIN > ZERO OR DEF-SALARIO-MAX > ZERO
               IF PERMISSAO-SENSIVEL
                   MOVE DEF-SALARIO-MIN TO WS-SALARIO-EDIT
                   MOVE DEF-SALARIO-MAX TO WS-TOTAL-EDIT
                   DISPLAY "Salario.......: " WS-SALARIO-EDIT " a "
                       WS-TOTAL-EDIT
               ELSE
                   DISPLAY "Salario.......: faixa definida (exige "
                       "permissao de dados sensiveis)"
               END-IF
           END-IF
           DISPLAY "Idade.........: " DEF-IDADE-MIN " a "
               DEF-IDADE-MAX
           DISPLAY "Admissao......: " DEF-ADMISSAO-INI " a "
               DEF-ADMISSAO-FIM
           DISPLAY "CEP...........: " DEF-CEP-INI " a " DEF-CEP-FIM
           DISPLAY "Ordem.........: " DEF-ORDEM " " DEF-SENTIDO
               "   Colunas: " DEF-COLUNAS "   Saida: " DEF-SAIDA.

      * So quem salvou a definicao pode exclui-la.
       EXCLUIR-DEFINICAO.
           IF DEF-OPERADOR NOT = OPERADOR-LOGADO
               DISPLAY "Definicao salva por " DEF-OPERADOR
                   " - so ele pode excluir"
           ELSE
               MOVE DEF-NOME TO IMG-DEF-NOME
               DELETE DEFINICAO-FILE
                   INVALID KEY
                       MOVE "RELDEF" TO ERR-ARQUIVO
                       MOVE "DELETE" TO ERR-OPERACAO
                       MOVE WS-STATUS-DEF TO ERR-STATUS
                       MOVE DEF-NOME TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao excluir a definicao - status "
                           WS-STATUS-DEF
                   NOT INVALID KEY
                       DISPLAY "Definicao " DEF-NOME " excluida"
               END-DELETE
           END-IF.

       MONTAR-NOVA-DEFINICAO.
           MOVE SPACES TO DEF-NOME
           MOVE SPACES TO DEF-DESCRICAO
           MOVE SPACES TO DEF-OPERADOR
           MOVE ZEROS TO DEF-DATA
           MOVE SPACE TO DEF-SITUACAO
           MOVE SPACES TO DEF-UF
           MOVE ZEROS TO DEF-SALARIO-MIN
           MOVE ZEROS TO DEF-SALARIO-MAX
           MOVE ZEROS TO DEF-IDADE-MIN
           MOVE ZEROS TO DEF-IDADE-MAX
           MOVE ZEROS TO DEF-ADMISSAO-INI
           MOVE ZEROS TO DEF-ADMISSAO-FIM
           MOVE ZEROS TO DEF-CEP-INI
           MOVE ZEROS TO DEF-CEP-FIM
           MOVE SPACES TO DEF-COLUNAS
           DISPLAY "----- CRITERIOS (vazio/zeros = sem filtro) -----"
           DISPLAY "Situacao (A=ativos E=excluidos).: "
               WITH NO ADVANCING
           ACCEPT DEF-SITUACAO
           DISPLAY "UF..............................: "
               WITH NO ADVANCING
           ACCEPT DEF-UF
           IF PERMISSAO-SENSIVEL
               DISPLAY "Salario minimo..................: "
                   WITH NO ADVANCING
               ACCEPT DEF-SALARIO-MIN
               DISPLAY "Salario maximo..................: "
                   WITH NO ADVANCING
               ACCEPT DEF-SALARIO-MAX
           END-IF
           DISPLAY "Idade minima....................: "
               WITH NO ADVANCING
           ACCEPT DEF-IDADE-MIN
           DISPLAY "Idade maxima....................: "
               WITH NO ADVANCING
           ACCEPT DEF-IDADE-MAX
           DISPLAY "Admissao de AAAAMMDD............: "
               WITH NO ADVANCING
           ACCEPT DEF-ADMISSAO-INI
           DISPLAY "Admissao ate AAAAMMDD...........: "
               WITH NO ADVANCING
           ACCEPT DEF-ADMISSAO-FIM
           DISPLAY "CEP de..........................: "
               WITH NO ADVANCING
           ACCEPT DEF-CEP-INI
           DISPLAY "CEP ate.........................: "
               WITH NO ADVANCING
           ACCEPT DEF-CEP-FIM
           DISPLAY "Ordem: M-Matricula N-Nome S-Salario U-UF "
               "D-Nascimento A-Admissao C-CEP"
           DISPLAY "Ordem (vazio = matricula).......: "
               WITH NO ADVANCING
           ACCEPT DEF-ORDEM
           DISPLAY "Sentido (A=crescente D=decresc.): "
               WITH NO ADVANCING
           ACCEPT DEF-SENTIDO
           DISPLAY "Colunas: M-Matricula N-Nome S-Salario F-CPF "
               "D-Nascimento I-Idade A-Admissao"
           DISPLAY "         C-CEP U-UF X-Cidade G-Cargo T-C.custo "
               "E-Situacao L-E-mail"
           DISPLAY "Colunas na ordem (ate 10, ex. MNUS): "
               WITH NO ADVANCING
           ACCEPT DEF-COLUNAS
           DISPLAY "Saida (R=relatorio C=CSV).......: "
               WITH NO ADVANCING
           ACCEPT DEF-SAIDA
           PERFORM CRITICAR-DEFINICAO
           IF DEFINICAO-VALIDA
               SET DEFINICAO-PRONTA TO TRUE
               PERFORM OFERECER-GRAVACAO
           END-IF.

      * Vale para a definicao nova e para a salva antes de executar -
      * a largura das colunas e o indicador de coluna sensivel saem
      * daqui.
       CRITICAR-DEFINICAO.
           SET DEFINICAO-VALIDA TO TRUE
           INSPECT DEF-SITUACAO CONVERTING WS-MINUSCULAS
               TO WS-MAIUSCULAS
           INSPECT DEF-UF CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
           INSPECT DEF-ORDEM CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
           INSPECT DEF-SENTIDO CONVERTING WS-MINUSCULAS
               TO WS-MAIUSCULAS
           INSPECT DEF-COLUNAS CONVERTING WS-MINUSCULAS
               TO WS-MAIUSCULAS
           INSPECT DEF-SAIDA CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
           IF DEF-ORDEM = SPACE
               MOVE "M" TO DEF-ORDEM
           END-IF
           IF DEF-SENTIDO = SPACE
               MOVE "A" TO DEF-SENTIDO
           END-IF
           IF DEF-SAIDA = SPACE
               MOVE "R" TO DEF-SAIDA
           END-IF
           IF DEF-SITUACAO NOT = SPACE AND DEF-SITUACAO NOT = "A"
                   AND DEF-SITUACAO NOT = "E"
               MOVE "N" TO WS-DEFINICAO-VALIDA
               DISPLAY "Situacao invalida: " DEF-SITUACAO
           END-IF
           IF DEF-ORDEM NOT = "M" AND DEF-ORDEM NOT = "N"
                   AND DEF-ORDEM NOT = "S" AND DEF-ORDEM NOT = "U"
                   AND DEF-ORDEM NOT = "D" AND DEF-ORDEM NOT = "A"
                   AND DEF-ORDEM NOT = "C"
               MOVE "N" TO WS-DEFINICAO-VALIDA
               DISPLAY "Ordem invalida: " DEF-ORDEM
           END-IF
           IF DEF-SENTIDO NOT = "A" AND DEF-SENTIDO NOT = "D"
               MOVE "N" TO WS-DEFINICAO-VALIDA
               DISPLAY "Sentido invalido: " DEF-SENTIDO
           END-IF
           IF NOT DEF-SAIDA-RELATORIO AND NOT DEF-SAIDA-CSV
               MOVE "N" TO WS-DEFINICAO-VALIDA
               DISPLAY "Saida invalida: " DEF-SAIDA
           END-IF
           IF DEF-SALARIO-MAX > ZERO
                   AND DEF-SALARIO-MAX < DEF-SALARIO-MIN
               MOVE "N" TO WS-DEFINICAO-VALIDA
               DISPLAY "Faixa de salario invertida"
           END-IF
           IF DEF-IDADE-MAX > ZERO AND DEF-IDADE-MAX < DEF-IDADE-MIN
               MOVE "N" TO WS-DEFINICAO-VALIDA
               DISPLAY "Faixa de idade invertida"
           END-IF
           IF DEF-ADMISSAO-FIM > ZERO
                   AND DEF-ADMISSAO-FIM < DEF-ADMISSAO-INI
               MOVE "N" TO WS-DEFINICAO-VALIDA
               DISPLAY "Faixa de admissao invertida"
           END-IF
           IF DEF-CEP-FIM > ZERO AND DEF-CEP-FIM < DEF-CEP-INI
               MOVE "N" TO WS-DEFINICAO-VALIDA
               DISPLAY "Faixa de CEP invertida"
           END-IF
           MOVE ZERO TO WS-QTDE-COLUNAS
           MOVE ZERO TO WS-LARGURA-TOTAL
           MOVE "N" TO WS-TEM-SENSIVEL
           PERFORM CRITICAR-COLUNA
               VARYING WS-INDICE-COL FROM 1 BY 1
               UNTIL WS-INDICE-COL > 10
           IF WS-QTDE-COLUNAS = ZERO
               MOVE "N" TO WS-DEFINICAO-VALIDA
               DISPLAY "Nenhuma coluna escolhida"
           END-IF
           IF DEF-SAIDA-RELATORIO AND WS-LARGURA-TOTAL > 100
               MOVE "N" TO WS-DEFINICAO-VALIDA
               DISPLAY "Colunas somam " WS-LARGURA-TOTAL
                   " posicoes - o relatorio tem 100"
           END-IF.

       CRITICAR-COLUNA.
           IF DEF-COLUNA(WS-INDICE-COL) NOT = SPACE
               MOVE DEF-COLUNA(WS-INDICE-COL) TO WS-CODIGO-COLUNA
               PERFORM LOCALIZAR-COLUNA
               IF ACHOU-COLUNA
                   ADD 1 TO WS-QTDE-COLUNAS
                   IF WS-QTDE-COLUNAS > 1
                       ADD 1 TO WS-LARGURA-TOTAL
                   END-IF
                   ADD TAB-COL-LARGURA(WS-INDICE-TAB)
                       TO WS-LARGURA-TOTAL
                   IF WS-CODIGO-COLUNA = "S" OR WS-CODIGO-COLUNA = "F"
                       SET TEM-SENSIVEL TO TRUE
                   END-IF
               ELSE
                   MOVE "N" TO WS-DEFINICAO-VALIDA
                   DISPLAY "Coluna desconhecida: " WS-CODIGO-COLUNA
               END-IF
           END-IF.

       LOCALIZAR-COLUNA.
           MOVE "N" TO WS-ACHOU-COLUNA
           PERFORM COMPARAR-COLUNA
               VARYING WS-INDICE-TAB FROM 1 BY 1
               UNTIL WS-INDICE-TAB > WS-QTDE-TAB OR ACHOU-COLUNA.

       COMPARAR-COLUNA.
           IF TAB-COL-CODIGO(WS-INDICE-TAB) = WS-CODIGO-COLUNA
               SET ACHOU-COLUNA TO TRUE
      * O PERFORM VARYING soma 1 ao sair do laco - desfaz aqui para o
      * indice apontar a entrada achada.
               SUBTRACT 1 FROM WS-INDICE-TAB
           END-IF.

       OFERECER-GRAVACAO.
           DISPLAY "Salvar como (nome, vazio = nao salvar): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NOME-DEF
           ACCEPT WS-NOME-DEF
           INSPECT WS-NOME-DEF CONVERTING WS-MINUSCULAS
               TO WS-MAIUSCULAS
           IF WS-NOME-DEF NOT = SPACES AND WS-NOME-DEF NOT = "?"
               DISPLAY "Descricao: " WITH NO ADVANCING
               ACCEPT DEF-DESCRICAO
               MOVE WS-NOME-DEF TO DEF-NOME
               MOVE OPERADOR-LOGADO TO DEF-OPERADOR
               ACCEPT DEF-DATA FROM DATE YYYYMMDD
               PERFORM GRAVAR-DEFINICAO
           END-IF.

      * Nome novo e incluido; nome ja salvo pelo mesmo operador e
      * substituido depois de confirmar; nome de outro operador fica
      * como esta.
       GRAVAR-DEFINICAO.
           MOVE DEF-NOME TO IMG-DEF-NOME
           READ DEFINICAO-FILE
               INVALID KEY
                   PERFORM INCLUIR-DEFINICAO
               NOT INVALID KEY
                   IF IMG-DEF-OPERADOR NOT = OPERADOR-LOGADO
                       DISPLAY "Nome ja usado por " IMG-DEF-OPERADOR
                           " - definicao nao salva"
                   ELSE
                       DISPLAY "Substituir a definicao salva (S/N)? "
                           WITH NO ADVANCING
                       MOVE SPACE TO WS-CONFIRMA
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           PERFORM SUBSTITUIR-DEFINICAO
                       END-IF
                   END-IF
           END-READ.

       INCLUIR-DEFINICAO.
           WRITE IMAGEM-DEFINICAO FROM REGISTRO-DEFINICAO
               INVALID KEY
                   MOVE "RELDEF" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-DEF TO ERR-STATUS
                   MOVE DEF-NOME TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao salvar a definicao - status "
                       WS-STATUS-DEF
               NOT INVALID KEY
                   DISPLAY "Definicao " DEF-NOME " salva"
           END-WRITE.

       SUBSTITUIR-DEFINICAO.
           REWRITE IMAGEM-DEFINICAO FROM REGISTRO-DEFINICAO
               INVALID KEY
                   MOVE "RELDEF" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-DEF TO ERR-STATUS
                   MOVE DEF-NOME TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao salvar a definicao - status "
                       WS-STATUS-DEF
               NOT INVALID KEY
                   DISPLAY "Definicao " DEF-NOME " substituida"
           END-REWRITE.

       CONFERIR-PERMISSAO.
           IF NOT PERMISSAO-SENSIVEL
                   AND (DEF-SALARIO-MIN > ZERO
                       OR DEF-SALARIO-MAX > ZERO
                       OR DEF-ORDEM = "S")
               MOVE "N" TO WS-DEFINICAO-PRONTA
               DISPLAY "Selecao ou ordem por salario exige a "
                   "permissao de dados sensiveis - relatorio nao "
                   "emitido"
           END-IF.

       EXECUTAR-SELECAO.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-TOTAL-REGISTROS
           MOVE ZEROS TO WS-TOTAL-SALARIOS
           MOVE ZERO TO WS-PAGINA
           MOVE DEF-NOME TO WS-NOME-EXIBIDO
           IF WS-NOME-EXIBIDO = SPACES
               MOVE "AVULSO" TO WS-NOME-EXIBIDO
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro ainda nao possui registros"
           ELSE
               MOVE "N" TO WS-ENDERECO-ABERTO
               OPEN INPUT ENDERECO-FILE
               IF WS-STATUS-END = "00"
                   SET ENDERECO-ABERTO TO TRUE
               END-IF
               IF DEF-DECRESCENTE
                   SORT CLASSIFICACAO-FILE
                       ON DESCENDING KEY CLS-CHAVE
                       ON ASCENDING KEY CLS-MATRICULA
                       INPUT PROCEDURE IS SELECIONAR-REGISTROS
                       OUTPUT PROCEDURE IS EMITIR-CLASSIFICADO
               ELSE
                   SORT CLASSIFICACAO-FILE
                       ON ASCENDING KEY CLS-CHAVE
                       ON ASCENDING KEY CLS-MATRICULA
                       INPUT PROCEDURE IS SELECIONAR-REGISTROS
                       OUTPUT PROCEDURE IS EMITIR-CLASSIFICADO
               END-IF
               CLOSE CADASTRO-FILE
               IF ENDERECO-ABERTO
                   CLOSE ENDERECO-FILE
               END-IF
           END-IF.

       SELECIONAR-REGISTROS.
           PERFORM LER-PROXIMO-CADASTRO
           PERFORM AVALIAR-CADASTRO UNTIL FIM-ARQUIVO.

       LER-PROXIMO-CADASTRO.
           READ CADASTRO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * Cada criterio so derruba o registro; UF (leitura do ENDERECO)
      * e idade so sao calculadas para quem passou pelos demais.
       AVALIAR-CADASTRO.
           SET SELECIONADO TO TRUE
           IF DEF-SITUACAO NOT = SPACE
                   AND STATUS-REGISTRO NOT = DEF-SITUACAO
               MOVE "N" TO WS-SELECIONADO
           END-IF
           IF SALARIO-ALUNO < DEF-SALARIO-MIN
                   OR (DEF-SALARIO-MAX > ZERO
                       AND SALARIO-ALUNO > DEF-SALARIO-MAX)
               MOVE "N" TO WS-SELECIONADO
           END-IF
           IF DATA-ADMISSAO < DEF-ADMISSAO-INI
                   OR (DEF-ADMISSAO-FIM > ZERO
                       AND DATA-ADMISSAO > DEF-ADMISSAO-FIM)
               MOVE "N" TO WS-SELECIONADO
           END-IF
           IF CEP-ALUNO < DEF-CEP-INI
                   OR (DEF-CEP-FIM > ZERO AND CEP-ALUNO > DEF-CEP-FIM)
               MOVE "N" TO WS-SELECIONADO
           END-IF
           IF SELECIONADO
               PERFORM CALCULAR-IDADE
               IF (DEF-IDADE-MIN > ZERO OR DEF-IDADE-MAX > ZERO)
                   AND (NOT IDADE-CONHECIDA
                       OR WS-IDADE < DEF-IDADE-MIN
                       OR (DEF-IDADE-MAX > ZERO
                           AND WS-IDADE > DEF-IDADE-MAX))
                   MOVE "N" TO WS-SELECIONADO
               END-IF
           END-IF
           IF SELECIONADO
               PERFORM RESOLVER-UF-DO-CEP
               IF DEF-UF NOT = SPACES AND WS-UF-CADASTRO NOT = DEF-UF
                   MOVE "N" TO WS-SELECIONADO
               END-IF
           END-IF
           IF SELECIONADO
               PERFORM LIBERAR-CADASTRO
           END-IF
           PERFORM LER-PROXIMO-CADASTRO.

      * Idade em anos completos na data de hoje; sem data de
      * nascimento o registro fica fora de qualquer faixa de idade.
       CALCULAR-IDADE.
           MOVE ZERO TO WS-IDADE
           MOVE "N" TO WS-IDADE-CONHECIDA
           IF DATA-NASCIMENTO IS NUMERIC AND ANO-NASC > ZERO
                   AND ANO-NASC NOT > WS-ANO-HOJE
               SET IDADE-CONHECIDA TO TRUE
               COMPUTE WS-IDADE = WS-ANO-HOJE - ANO-NASC
               COMPUTE WS-MMDD-NASC = MES-NASC * 100 + DIA-NASC
               IF WS-MMDD-HOJE < WS-MMDD-NASC AND WS-IDADE > ZERO
                   SUBTRACT 1 FROM WS-IDADE
               END-IF
           END-IF.

       RESOLVER-UF-DO-CEP.
           MOVE "??" TO WS-UF-CADASTRO
           MOVE SPACES TO WS-CIDADE-CADASTRO
           IF ENDERECO-ABERTO
               MOVE CEP-ALUNO TO CEP-ENDERECO
               READ ENDERECO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UF-ENDERECO TO WS-UF-CADASTRO
                       MOVE CIDADE-ENDERECO TO WS-CIDADE-CADASTRO
               END-READ
           END-IF.

       LIBERAR-CADASTRO.
           MOVE SPACES TO CLS-CHAVE
           EVALUATE DEF-ORDEM
               WHEN "N"
                   STRING SOBRENOME PRIMEIRONOME
                       DELIMITED BY SIZE INTO CLS-CHAVE
               WHEN "S"
                   MOVE SALARIO-ALUNO TO WS-SALARIO-CHAVE
                   MOVE WS-SALARIO-CHAVE-X TO CLS-CHAVE
               WHEN "U"
                   STRING WS-UF-CADASTRO SOBRENOME PRIMEIRONOME
                       DELIMITED BY SIZE INTO CLS-CHAVE
               WHEN "D"
                   STRING ANO-NASC MES-NASC DIA-NASC
                       DELIMITED BY SIZE INTO CLS-CHAVE
               WHEN "A"
                   MOVE DATA-ADMISSAO TO CLS-CHAVE
               WHEN "C"
                   MOVE CEP-ALUNO TO CLS-CHAVE
               WHEN OTHER
                   MOVE MATRICULA TO CLS-CHAVE
           END-EVALUATE
           MOVE MATRICULA TO CLS-MATRICULA
           MOVE WS-UF-CADASTRO TO CLS-UF
           MOVE WS-CIDADE-CADASTRO TO CLS-CIDADE
           MOVE WS-IDADE TO CLS-IDADE
           MOVE REGISTRO-ALUNO TO CLS-CADASTRO
           RELEASE REGISTRO-CLASSIFICACAO.

       EMITIR-CLASSIFICADO.
           MOVE "N" TO WS-FIM-CLASSIFICADO
           IF DEF-SAIDA-CSV
               PERFORM ABRIR-CSV
               IF CSV-ABERTO
                   PERFORM RETORNAR-CLASSIFICADO
                   PERFORM EMITIR-REGISTRO UNTIL FIM-CLASSIFICADO
                   PERFORM FECHAR-CSV
               END-IF
           ELSE
               PERFORM ABRIR-RELATORIO
               PERFORM RETORNAR-CLASSIFICADO
               PERFORM EMITIR-REGISTRO UNTIL FIM-CLASSIFICADO
               PERFORM FECHAR-RELATORIO
           END-IF.

       RETORNAR-CLASSIFICADO.
           RETURN CLASSIFICACAO-FILE
               AT END SET FIM-CLASSIFICADO TO TRUE
           END-RETURN.

      * O spool leva sempre a linha mascarada; com a permissao, a tela
      * e o CSV recebem a linha aberta, depois de registrada.
       EMITIR-REGISTRO.
           MOVE CLS-CADASTRO TO REGISTRO-ALUNO
           ADD 1 TO WS-TOTAL-REGISTROS
           ADD SALARIO-ALUNO TO WS-TOTAL-SALARIOS
           MOVE "N" TO WS-REVELAR
           IF DEF-SAIDA-CSV
               IF PERMISSAO-SENSIVEL AND TEM-SENSIVEL
                   MOVE "E" TO WS-MEIO-SENS
                   PERFORM REGISTRAR-VISAO-SENSIVEL
               END-IF
               PERFORM MONTAR-LINHA-CSV
               PERFORM GRAVAR-LINHA-CSV
           ELSE
               IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
                   PERFORM IMPRIMIR-CABECALHO
               END-IF
               PERFORM MONTAR-LINHA-RELATORIO
               IF PERMISSAO-SENSIVEL AND TEM-SENSIVEL
                   PERFORM GRAVAR-LINHA-SPOOL
                   MOVE "R" TO WS-MEIO-SENS
                   PERFORM REGISTRAR-VISAO-SENSIVEL
                   PERFORM MONTAR-LINHA-RELATORIO
                   DISPLAY WS-LINHA-REL
               ELSE
                   PERFORM EMITIR-LINHA
               END-IF
               ADD 1 TO WS-LINHAS-PAGINA
           END-IF
           PERFORM RETORNAR-CLASSIFICADO.

      * Sem conseguir registrar a visao no LOGSENS, a linha segue
      * mascarada.
       REGISTRAR-VISAO-SENSIVEL.
           MOVE "R" TO WS-FUNCAO-SENS
           CALL "DADOSENS" USING WS-FUNCAO-SENS, OPERADOR-LOGADO,
               WS-PROGRAMA-SENS, MATRICULA, WS-MEIO-SENS,
               WS-RESULTADO-SENS
           IF WS-RESULTADO-SENS = "S"
               SET REVELAR-SENSIVEIS TO TRUE
           END-IF.

       ABRIR-RELATORIO.
           MOVE "NAO" TO WS-FAIXA-SALARIAL
           IF DEF-SALARIO-MIN > ZERO OR DEF-SALARIO-MAX > ZERO
               MOVE "SIM" TO WS-FAIXA-SALARIAL
           END-IF
           MOVE "A" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL
               WS-NOME-RELATORIO WS-LINHA-REL
           PERFORM IMPRIMIR-CABECALHO.

      * A faixa de salario vai no cabecalho so como SIM/NAO - o spool
      * e reemitido para qualquer um.
       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZERO TO WS-LINHAS-PAGINA
           MOVE WS-DATA-HOJE(7:2) TO WS-DATA-DIA
           MOVE WS-DATA-HOJE(5:2) TO WS-DATA-MES
           MOVE WS-DATA-HOJE(1:4) TO WS-DATA-ANO
           MOVE SPACES TO WS-LINHA-REL
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA-REL
           STRING "----- RELATORIO POR SELECAO: " WS-NOME-EXIBIDO
               " -----" DELIMITED BY SIZE INTO WS-LINHA-REL
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA-REL
           STRING "Data: " WS-DATA-EDIT "  Pagina: " WS-PAGINA
               "  Operador: " OPERADOR-LOGADO
               DELIMITED BY SIZE INTO WS-LINHA-REL
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA-REL
           STRING "Situacao " DEF-SITUACAO " UF " DEF-UF
               " Idade " DEF-IDADE-MIN "-" DEF-IDADE-MAX
               " Admissao " DEF-ADMISSAO-INI "-" DEF-ADMISSAO-FIM
               " CEP " DEF-CEP-INI "-" DEF-CEP-FIM
               " Salario " WS-FAIXA-SALARIAL
               DELIMITED BY SIZE INTO WS-LINHA-REL
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA-REL
           MOVE 1 TO WS-POSICAO-LINHA
           PERFORM POSICIONAR-TITULO
               VARYING WS-INDICE-COL FROM 1 BY 1
               UNTIL WS-INDICE-COL > 10
           PERFORM EMITIR-LINHA
           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM EMITIR-LINHA.

       POSICIONAR-TITULO.
           IF DEF-COLUNA(WS-INDICE-COL) NOT = SPACE
               MOVE DEF-COLUNA(WS-INDICE-COL) TO WS-CODIGO-COLUNA
               PERFORM LOCALIZAR-COLUNA
               MOVE TAB-COL-TITULO(WS-INDICE-TAB) TO WS-LINHA-REL
                   (WS-POSICAO-LINHA:TAB-COL-LARGURA(WS-INDICE-TAB))
               COMPUTE WS-POSICAO-LINHA = WS-POSICAO-LINHA
                   + TAB-COL-LARGURA(WS-INDICE-TAB) + 1
           END-IF.

       MONTAR-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-REL
           MOVE 1 TO WS-POSICAO-LINHA
           PERFORM POSICIONAR-VALOR
               VARYING WS-INDICE-COL FROM 1 BY 1
               UNTIL WS-INDICE-COL > 10.

       POSICIONAR-VALOR.
           IF DEF-COLUNA(WS-INDICE-COL) NOT = SPACE
               MOVE DEF-COLUNA(WS-INDICE-COL) TO WS-CODIGO-COLUNA
               PERFORM LOCALIZAR-COLUNA
               PERFORM FORMATAR-COLUNA
               MOVE WS-VALOR-COLUNA TO WS-LINHA-REL
                   (WS-POSICAO-LINHA:TAB-COL-LARGURA(WS-INDICE-TAB))
               COMPUTE WS-POSICAO-LINHA = WS-POSICAO-LINHA
                   + TAB-COL-LARGURA(WS-INDICE-TAB) + 1
           END-IF.

      * Valor de uma coluna do registro corrente, alinhado a esquerda
      * em WS-VALOR-COLUNA. Salario e CPF so saem abertos com
      * REVELAR-SENSIVEIS; mascarados, o CPF mostra os dois ultimos
      * digitos, como em RELUSUARIO.
       FORMATAR-COLUNA.
           MOVE SPACES TO WS-VALOR-COLUNA
           EVALUATE WS-CODIGO-COLUNA
               WHEN "M"
                   MOVE MATRICULA TO WS-VALOR-COLUNA
               WHEN "N"
                   STRING PRIMEIRONOME " " SOBRENOME
                       DELIMITED BY SIZE INTO WS-VALOR-COLUNA
               WHEN "S"
                   IF REVELAR-SENSIVEIS
                       MOVE SALARIO-ALUNO TO WS-SALARIO-EDIT
                       MOVE WS-SALARIO-EDIT TO WS-VALOR-COLUNA
                   ELSE
                       MOVE ALL "*" TO WS-VALOR-COLUNA(1:13)
                   END-IF
               WHEN "F"
                   IF REVELAR-SENSIVEIS
                       STRING CPF-ALUNO(1:3) "." CPF-ALUNO(4:3) "."
                           CPF-ALUNO(7:3) "-" CPF-ALUNO(10:2)
                           DELIMITED BY SIZE INTO WS-VALOR-COLUNA
                   ELSE
                       STRING "***.***.***-" CPF-ALUNO(10:2)
                           DELIMITED BY SIZE INTO WS-VALOR-COLUNA
                   END-IF
               WHEN "D"
                   IF ANO-NASC > ZERO
                       MOVE DIA-NASC TO WS-DATA-COL-DIA
                       MOVE MES-NASC TO WS-DATA-COL-MES
                       MOVE ANO-NASC TO WS-DATA-COL-ANO
                       MOVE WS-DATA-COLUNA TO WS-VALOR-COLUNA
                   END-IF
               WHEN "I"
                   IF ANO-NASC > ZERO
                       MOVE CLS-IDADE TO WS-IDADE-EDIT
                       MOVE WS-IDADE-EDIT TO WS-VALOR-COLUNA
                   END-IF
               WHEN "A"
                   IF DATA-ADMISSAO > ZERO
                       MOVE DATA-ADMISSAO(7:2) TO WS-DATA-COL-DIA
                       MOVE DATA-ADMISSAO(5:2) TO WS-DATA-COL-MES
                       MOVE DATA-ADMISSAO(1:4) TO WS-DATA-COL-ANO
                       MOVE WS-DATA-COLUNA TO WS-VALOR-COLUNA
                   END-IF
               WHEN "C"
                   STRING CEP-ALUNO(1:5) "-" CEP-ALUNO(6:3)
                       DELIMITED BY SIZE INTO WS-VALOR-COLUNA
               WHEN "U"
                   MOVE CLS-UF TO WS-VALOR-COLUNA
               WHEN "X"
                   MOVE CLS-CIDADE TO WS-VALOR-COLUNA
               WHEN "G"
                   MOVE CARGO-ALUNO TO WS-VALOR-COLUNA
               WHEN "T"
                   MOVE CCUSTO-ALUNO TO WS-VALOR-COLUNA
               WHEN "E"
                   EVALUATE TRUE
                       WHEN REGISTRO-ATIVO
                           MOVE "ATIVO" TO WS-VALOR-COLUNA
                       WHEN REGISTRO-EXCLUIDO
                           MOVE "EXCLUIDO" TO WS-VALOR-COLUNA
                       WHEN OTHER
                           MOVE STATUS-REGISTRO TO WS-VALOR-COLUNA
                   END-EVALUATE
               WHEN "L"
                   MOVE EMAIL-ALUNO TO WS-VALOR-COLUNA
           END-EVALUATE.

      * Totais: o spool leva o total de salarios mascarado; a tela
      * mostra aberto para quem tem a permissao.
       FECHAR-RELATORIO.
           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA-REL
           STRING "Total de registros: " WS-TOTAL-REGISTROS
               DELIMITED BY SIZE INTO WS-LINHA-REL
           PERFORM EMITIR-LINHA
           MOVE ZEROS TO WS-MEDIA-SALARIO
           IF WS-TOTAL-REGISTROS > ZERO
               DIVIDE WS-TOTAL-SALARIOS BY WS-TOTAL-REGISTROS
                   GIVING WS-MEDIA-SALARIO ROUNDED
           END-IF
           MOVE "N" TO WS-REVELAR
           PERFORM MONTAR-LINHA-TOTAL-SALARIO
           PERFORM GRAVAR-LINHA-SPOOL
           IF PERMISSAO-SENSIVEL
               SET REVELAR-SENSIVEIS TO TRUE
               PERFORM MONTAR-LINHA-TOTAL-SALARIO
           END-IF
           DISPLAY WS-LINHA-REL
           MOVE "F" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL
               WS-NOME-RELATORIO WS-LINHA-REL
           DISPLAY "Relatorio no spool RELSELEC".

       MONTAR-LINHA-TOTAL-SALARIO.
           MOVE SPACES TO WS-LINHA-REL
           IF REVELAR-SENSIVEIS
               MOVE WS-TOTAL-SALARIOS TO WS-TOTAL-EDIT
               MOVE WS-MEDIA-SALARIO TO WS-SALARIO-EDIT
               STRING "Total de salarios: " WS-TOTAL-EDIT
                   "  Media: " WS-SALARIO-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA-REL
           ELSE
               STRING "Total de salarios: ****************"
                   "  Media: *************"
                   DELIMITED BY SIZE INTO WS-LINHA-REL
           END-IF.

      * Cada linha sai no terminal e vai junto para o spool datado.
       EMITIR-LINHA.
           DISPLAY WS-LINHA-REL
           PERFORM GRAVAR-LINHA-SPOOL.

       GRAVAR-LINHA-SPOOL.
           MOVE "L" TO WS-ACAO-SPOOL
           CALL "SPOOLREP" USING WS-ACAO-SPOOL
               WS-NOME-RELATORIO WS-LINHA-REL.

       ABRIR-CSV.
           MOVE "N" TO WS-CSV-ABERTO
           OPEN OUTPUT CSV-FILE
           IF WS-STATUS-CSV NOT = "00"
               MOVE "RELSELEC.CSV" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-CSV TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "RELSELEC.CSV indisponivel - status "
                   WS-STATUS-CSV
           ELSE
               SET CSV-ABERTO TO TRUE
               MOVE SPACES TO LINHA-CSV
               MOVE 1 TO WS-PONTEIRO-CSV
               MOVE "S" TO WS-PRIMEIRO-VALOR
               PERFORM ACRESCENTAR-TITULO-CSV
                   VARYING WS-INDICE-COL FROM 1 BY 1
                   UNTIL WS-INDICE-COL > 10
               PERFORM GRAVAR-LINHA-CSV
           END-IF.

       ACRESCENTAR-TITULO-CSV.
           IF DEF-COLUNA(WS-INDICE-COL) NOT = SPACE
               MOVE DEF-COLUNA(WS-INDICE-COL) TO WS-CODIGO-COLUNA
               PERFORM LOCALIZAR-COLUNA
               MOVE TAB-COL-TITULO(WS-INDICE-TAB) TO WS-VALOR-COLUNA
               PERFORM ACRESCENTAR-VALOR-CSV
           END-IF.

       MONTAR-LINHA-CSV.
           MOVE SPACES TO LINHA-CSV
           MOVE 1 TO WS-PONTEIRO-CSV
           MOVE "S" TO WS-PRIMEIRO-VALOR
           PERFORM ACRESCENTAR-COLUNA-CSV
               VARYING WS-INDICE-COL FROM 1 BY 1
               UNTIL WS-INDICE-COL > 10.

       ACRESCENTAR-COLUNA-CSV.
           IF DEF-COLUNA(WS-INDICE-COL) NOT = SPACE
               MOVE DEF-COLUNA(WS-INDICE-COL) TO WS-CODIGO-COLUNA
               PERFORM LOCALIZAR-COLUNA
               PERFORM FORMATAR-COLUNA
               PERFORM ACRESCENTAR-VALOR-CSV
           END-IF.

      * Acrescenta WS-VALOR-COLUNA a linha sem os brancos das pontas;
      * valor vazio ainda leva o separador, para as colunas nao
      * andarem.
       ACRESCENTAR-VALOR-CSV.
           IF NOT PRIMEIRO-VALOR
               STRING WS-SEPARADOR-CSV DELIMITED BY SIZE
                   INTO LINHA-CSV WITH POINTER WS-PONTEIRO-CSV
           END-IF
           MOVE "N" TO WS-PRIMEIRO-VALOR
           MOVE 50 TO WS-FIM-VALOR
           MOVE "N" TO WS-ACHOU-LIMITE
           PERFORM RECUAR-FIM-VALOR
               UNTIL WS-FIM-VALOR = ZERO OR ACHOU-LIMITE
           IF WS-FIM-VALOR > ZERO
               MOVE 1 TO WS-INICIO-VALOR
               MOVE "N" TO WS-ACHOU-LIMITE
               PERFORM AVANCAR-INICIO-VALOR UNTIL ACHOU-LIMITE
               COMPUTE WS-TAMANHO-VALOR =
                   WS-FIM-VALOR - WS-INICIO-VALOR + 1
               STRING WS-VALOR-COLUNA(WS-INICIO-VALOR:WS-TAMANHO-VALOR)
                   DELIMITED BY SIZE
                   INTO LINHA-CSV WITH POINTER WS-PONTEIRO-CSV
           END-IF.

       RECUAR-FIM-VALOR.
           IF WS-VALOR-COLUNA(WS-FIM-VALOR:1) = SPACE
               SUBTRACT 1 FROM WS-FIM-VALOR
           ELSE
               SET ACHOU-LIMITE TO TRUE
           END-IF.

      * Ha ao menos um caractere nao branco ate WS-FIM-VALOR - o laco
      * para nele.
       AVANCAR-INICIO-VALOR.
           IF WS-VALOR-COLUNA(WS-INICIO-VALOR:1) = SPACE
               ADD 1 TO WS-INICIO-VALOR
           ELSE
               SET ACHOU-LIMITE TO TRUE
           END-IF.

       GRAVAR-LINHA-CSV.
           WRITE LINHA-CSV
           IF WS-STATUS-CSV NOT = "00"
               MOVE "RELSELEC.CSV" TO ERR-ARQUIVO
               MOVE "WRITE" TO ERR-OPERACAO
               MOVE WS-STATUS-CSV TO ERR-STATUS
               MOVE MATRICULA TO ERR-CHAVE
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Falha ao gravar RELSELEC.CSV - status "
                   WS-STATUS-CSV
           END-IF.

       FECHAR-CSV.
           CLOSE CSV-FILE
           DISPLAY "Exportacao concluida: " WS-TOTAL-REGISTROS
               " registro(s) em RELSELEC.CSV"
           IF TEM-SENSIVEL AND NOT PERMISSAO-SENSIVEL
               DISPLAY "Salario e CPF exportados com mascara"
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RELSELEC" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RELSELEC.
