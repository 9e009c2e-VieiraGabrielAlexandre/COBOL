      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao dos emprestimos consignados por matricula
      *          (arquivo CONSIGNA, REGCSG.cpy) - incluir o contrato
      *          com banco, principal, parcelas e valor da parcela,
      *          cancelar um contrato digitado errado (antes da
      *          primeira parcela) e listar os contratos de uma
      *          matricula. A inclusao recusa o contrato cuja parcela,
      *          somada as parcelas dos consignados ativos e a verba
      *          104 ainda digitada no VERBAS, passe da margem legal de
      *          35% do SALARIO-LIQUIDO. CONTRACH desconta a parcela
      *          todo mes e encerra o contrato na ultima. Chamado a
      *          partir do menu de cadastros complementares de
      *          SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANCONSG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSIGNADO-FILE ASSIGN TO "CONSIGNA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WS-STATUS-CSG.
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
           SELECT VERBA-FILE ASSIGN TO "VERBAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRB-CHAVE
               FILE STATUS IS WS-STATUS-VRB.
       DATA DIVISION.
       FILE SECTION.
       FD  CONSIGNADO-FILE.
           COPY "REGCSG.cpy".
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  VERBA-FILE.
           COPY "REGVRB.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-CSG       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-VRB       PIC X(02) VALUE SPACES.
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-MATRICULA-OK     PIC X(01) VALUE "N".
           88 MATRICULA-OK         VALUE "S".
       77  WS-CONTRATO-OK      PIC X(01) VALUE "N".
           88 CONTRATO-OK          VALUE "S".
       77  WS-MATRICULA-ALVO   PIC 9(06) VALUE ZEROS.
       77  WS-ULTIMA-SEQUENCIA PIC 9(02) VALUE ZEROS.
      * Margem consignavel legal - 35% do liquido do cadastro.
       77  WS-PERCENTUAL-MARGEM PIC 9(03) VALUE 35.
       77  WS-CODIGO-VERBA-CONSIG PIC 9(03) VALUE 104.
       77  WS-MARGEM           PIC 9(10)V99 VALUE ZEROS.
       77  WS-PARCELAS-ATIVAS  PIC 9(10)V99 VALUE ZEROS.
       77  WS-TOTAL-COMPROMETIDO PIC 9(10)V99 VALUE ZEROS.
       01  WS-NOVO-CONTRATO.
           03 WS-NOVO-BANCO        PIC 9(03) VALUE ZEROS.
           03 WS-NOVO-CONTRATO-NUM PIC X(15) VALUE SPACES.
           03 WS-NOVO-PRINCIPAL    PIC 9(10)V99 VALUE ZEROS.
           03 WS-NOVO-QTDE         PIC 9(03) VALUE ZEROS.
           03 WS-NOVO-PARCELA      PIC 9(10)V99 VALUE ZEROS.
           03 WS-NOVO-INICIO       PIC 9(06) VALUE ZEROS.
           03 WS-NOVO-INICIO-R REDEFINES WS-NOVO-INICIO.
               05 WS-INICIO-ANO    PIC 9(04).
               05 WS-INICIO-MES    PIC 9(02).
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           OPEN I-O CONSIGNADO-FILE
           IF WS-STATUS-CSG = "35"
               OPEN OUTPUT CONSIGNADO-FILE
               CLOSE CONSIGNADO-FILE
               OPEN I-O CONSIGNADO-FILE
           END-IF
           IF WS-STATUS-CSG NOT = "00"
               MOVE "CONSIGNA" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-CSG TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de consignados indisponivel - status "
                   WS-STATUS-CSG
               GOBACK
           END-IF
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro indisponivel - status " WS-STATUS-ARQ
               CLOSE CONSIGNADO-FILE
               GOBACK
           END-IF
           OPEN INPUT VERBA-FILE
           PERFORM ESCOLHER-OPCAO
           CLOSE CONSIGNADO-FILE
           CLOSE CADASTRO-FILE
           IF WS-STATUS-VRB = "00"
               CLOSE VERBA-FILE
           END-IF
           GOBACK.

       ESCOLHER-OPCAO.
           DISPLAY "----- EMPRESTIMOS CONSIGNADOS -----".
           DISPLAY "1-Incluir contrato  2-Cancelar contrato  "
               "3-Listar : " WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO.
           EVALUATE WS-SUBOPCAO
               WHEN 1 PERFORM INCLUIR-CONTRATO
               WHEN 2 PERFORM CANCELAR-CONTRATO
               WHEN 3 PERFORM LISTAR-CONTRATOS
               WHEN OTHER DISPLAY "Opcao invalida"
           END-EVALUATE.

       INCLUIR-CONTRATO.
           PERFORM SOLICITAR-MATRICULA
           IF MATRICULA-OK
               PERFORM SOLICITAR-DADOS-CONTRATO
           END-IF
           IF MATRICULA-OK AND CONTRATO-OK
               PERFORM CRITICAR-MARGEM
           END-IF
           IF MATRICULA-OK AND CONTRATO-OK
               PERFORM GRAVAR-CONTRATO
           END-IF.

       SOLICITAR-DADOS-CONTRATO.
           MOVE "N" TO WS-CONTRATO-OK
           DISPLAY "Banco credor (codigo)...........: "
               WITH NO ADVANCING.
           ACCEPT WS-NOVO-BANCO.
           DISPLAY "Numero do contrato no banco.....: "
               WITH NO ADVANCING.
           ACCEPT WS-NOVO-CONTRATO-NUM.
           DISPLAY "Valor principal (somente digitos, 2 decimais): "
               WITH NO ADVANCING.
           ACCEPT WS-NOVO-PRINCIPAL.
           DISPLAY "Quantidade de parcelas..........: "
               WITH NO ADVANCING.
           ACCEPT WS-NOVO-QTDE.
           DISPLAY "Valor da parcela (somente digitos, 2 decimais): "
               WITH NO ADVANCING.
           ACCEPT WS-NOVO-PARCELA.
           DISPLAY "Primeira competencia (AAAAMM)...: "
               WITH NO ADVANCING.
           ACCEPT WS-NOVO-INICIO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN WS-NOVO-BANCO = ZEROS
                   DISPLAY "Banco credor nao informado"
               WHEN WS-NOVO-CONTRATO-NUM = SPACES
                   DISPLAY "Numero do contrato nao informado"
               WHEN WS-NOVO-PRINCIPAL = ZEROS
                   DISPLAY "Valor principal nao informado"
               WHEN WS-NOVO-QTDE = ZEROS
                   DISPLAY "Quantidade de parcelas nao informada"
               WHEN WS-NOVO-PARCELA = ZEROS
                   DISPLAY "Valor da parcela nao informado"
               WHEN WS-INICIO-MES < 1 OR WS-INICIO-MES > 12
                   DISPLAY "Competencia inicial invalida"
               WHEN WS-NOVO-INICIO < WS-DATA-ATUAL (1:6)
                   DISPLAY "Competencia inicial ja passou - a folha "
                       "desse mes ja foi ou esta sendo gerada"
               WHEN OTHER
                   SET CONTRATO-OK TO TRUE
           END-EVALUATE.

      * Margem: parcela nova + parcelas dos consignados ativos + verba
      * 104 ativa do VERBAS nao pode passar de 35% do liquido.
       CRITICAR-MARGEM.
           COMPUTE WS-MARGEM ROUNDED =
               SALARIO-LIQUIDO * WS-PERCENTUAL-MARGEM / 100
           PERFORM SOMAR-PARCELAS-ATIVAS
           IF WS-STATUS-VRB = "00"
               MOVE MATRICULA TO VRB-MATRICULA
               MOVE WS-CODIGO-VERBA-CONSIG TO VRB-CODIGO
               READ VERBA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VRB-ATIVA
                           ADD VRB-VALOR TO WS-PARCELAS-ATIVAS
                       END-IF
               END-READ
           END-IF
           COMPUTE WS-TOTAL-COMPROMETIDO =
               WS-PARCELAS-ATIVAS + WS-NOVO-PARCELA
           IF WS-TOTAL-COMPROMETIDO > WS-MARGEM
               MOVE "N" TO WS-CONTRATO-OK
               DISPLAY "Contrato recusado - margem consignavel "
                   "excedida"
               DISPLAY "Margem (35% do liquido)...: " WS-MARGEM
               DISPLAY "Parcelas ja descontadas...: "
                   WS-PARCELAS-ATIVAS
               DISPLAY "Parcela do novo contrato..: " WS-NOVO-PARCELA
           END-IF.

      * Percorre os contratos da matricula somando as parcelas dos
      * ativos e guardando a maior sequencia usada.
       SOMAR-PARCELAS-ATIVAS.
           MOVE ZEROS TO WS-PARCELAS-ATIVAS
           MOVE ZEROS TO WS-ULTIMA-SEQUENCIA
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE MATRICULA TO CSG-MATRICULA
           MOVE ZEROS TO CSG-SEQUENCIA
           START CONSIGNADO-FILE KEY NOT < CSG-CHAVE
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-CONTRATO
           END-IF
           PERFORM SOMAR-UM-CONTRATO UNTIL FIM-ARQUIVO.

       SOMAR-UM-CONTRATO.
           IF CSG-MATRICULA NOT = MATRICULA
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE CSG-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
               IF CSG-ATIVO
                   ADD CSG-VALOR-PARCELA TO WS-PARCELAS-ATIVAS
               END-IF
               PERFORM LER-PROXIMO-CONTRATO
           END-IF.

       LER-PROXIMO-CONTRATO.
           READ CONSIGNADO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       GRAVAR-CONTRATO.
           IF WS-ULTIMA-SEQUENCIA = 99
               DISPLAY "Matricula ja atingiu o limite de contratos"
           ELSE
               INITIALIZE REGISTRO-CONSIGNADO
               MOVE MATRICULA TO CSG-MATRICULA
               COMPUTE CSG-SEQUENCIA = WS-ULTIMA-SEQUENCIA + 1
               MOVE WS-NOVO-BANCO TO CSG-BANCO
               MOVE WS-NOVO-CONTRATO-NUM TO CSG-CONTRATO
               MOVE WS-NOVO-PRINCIPAL TO CSG-VALOR-PRINCIPAL
               MOVE WS-NOVO-QTDE TO CSG-QTDE-PARCELAS
               MOVE WS-NOVO-PARCELA TO CSG-VALOR-PARCELA
               MOVE ZEROS TO CSG-PARCELAS-PAGAS
               COMPUTE CSG-SALDO-DEVEDOR =
                   WS-NOVO-PARCELA * WS-NOVO-QTDE
               MOVE WS-DATA-ATUAL TO CSG-DATA-CONTRATO
               MOVE WS-NOVO-INICIO TO CSG-COMPETENCIA-INICIO
               MOVE ZEROS TO CSG-ULTIMA-COMPETENCIA
               SET CSG-ATIVO TO TRUE
               MOVE OPERADOR-LOGADO TO CSG-OPERADOR
               WRITE REGISTRO-CONSIGNADO
                   INVALID KEY
                       MOVE "CONSIGNA" TO ERR-ARQUIVO
                       MOVE "WRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-CSG TO ERR-STATUS
                       MOVE CSG-CHAVE TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao gravar o contrato"
                   NOT INVALID KEY
                       DISPLAY "Contrato incluido - sequencia "
                           CSG-SEQUENCIA ", saldo "
                           CSG-SALDO-DEVEDOR
               END-WRITE
           END-IF.

      * Cancelamento e so para contrato digitado errado: com parcela
      * ja descontada o contrato segue ate o fim ou ate a rescisao.
       CANCELAR-CONTRATO.
           DISPLAY "Matricula.......: " WITH NO ADVANCING.
           ACCEPT CSG-MATRICULA.
           DISPLAY "Sequencia.......: " WITH NO ADVANCING.
           ACCEPT CSG-SEQUENCIA.
           READ CONSIGNADO-FILE
               INVALID KEY
                   DISPLAY "Contrato nao encontrado para a matricula"
               NOT INVALID KEY
                   PERFORM CONFIRMAR-CANCELAMENTO
           END-READ.

       CONFIRMAR-CANCELAMENTO.
           IF NOT CSG-ATIVO
               DISPLAY "Contrato nao esta ativo - situacao "
                   CSG-SITUACAO
           ELSE
               IF CSG-PARCELAS-PAGAS > ZERO
                   DISPLAY "Contrato ja tem parcela descontada - "
                       "nao pode ser cancelado"
               ELSE
                   DISPLAY "Confirma cancelamento do contrato "
                       CSG-CONTRATO " (S/N)? " WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       SET CSG-CANCELADO TO TRUE
                       MOVE OPERADOR-LOGADO TO CSG-OPERADOR
                       REWRITE REGISTRO-CONSIGNADO
                           INVALID KEY
                               MOVE "CONSIGNA" TO ERR-ARQUIVO
                               MOVE "REWRITE" TO ERR-OPERACAO
                               MOVE WS-STATUS-CSG TO ERR-STATUS
                               MOVE CSG-CHAVE TO ERR-CHAVE
                               PERFORM REGISTRAR-ERRO-IO
                               DISPLAY "Falha ao gravar o contrato"
                           NOT INVALID KEY
                               DISPLAY "Contrato cancelado"
                       END-REWRITE
                   ELSE
                       DISPLAY "Cancelamento desistido"
                   END-IF
               END-IF
           END-IF.

       SOLICITAR-MATRICULA.
           MOVE "N" TO WS-MATRICULA-OK
           DISPLAY "Matricula.......: " WITH NO ADVANCING.
           ACCEPT MATRICULA.
           READ CADASTRO-FILE
               INVALID KEY
                   DISPLAY "Matricula nao encontrada no cadastro"
               NOT INVALID KEY
                   IF NOT REGISTRO-ATIVO
                       DISPLAY "Cadastro nao esta ativo - sem "
                           "consignado"
                   ELSE
                       SET MATRICULA-OK TO TRUE
                       DISPLAY "Nome............: " PRIMEIRONOME
                           " " SOBRENOME
                   END-IF
           END-READ.

       LISTAR-CONTRATOS.
           DISPLAY "Matricula.......: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA-ALVO.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE WS-MATRICULA-ALVO TO CSG-MATRICULA
           MOVE ZEROS TO CSG-SEQUENCIA
           START CONSIGNADO-FILE KEY NOT < CSG-CHAVE
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-CONTRATO
           END-IF
           DISPLAY "Seq Bco Contrato        Parcela       Pagas"
               "   Saldo devedor Sit"
           PERFORM MOSTRAR-CONTRATO UNTIL FIM-ARQUIVO.

       MOSTRAR-CONTRATO.
           IF CSG-MATRICULA = WS-MATRICULA-ALVO
               DISPLAY CSG-SEQUENCIA "  " CSG-BANCO " " CSG-CONTRATO
                   " " CSG-VALOR-PARCELA " " CSG-PARCELAS-PAGAS "/"
                   CSG-QTDE-PARCELAS " " CSG-SALDO-DEVEDOR " "
                   CSG-SITUACAO
               PERFORM LER-PROXIMO-CONTRATO
           ELSE
               SET FIM-ARQUIVO TO TRUE
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANCONSG" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANCONSG.
