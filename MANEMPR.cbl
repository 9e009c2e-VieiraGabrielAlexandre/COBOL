      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de empregadores (arquivo
      *          EMPREGAD, REGEMP.cpy) - incluir, alterar, ativar/
      *          desativar e listar as empresas do grupo cuja folha
      *          roda neste cadastro. O CNPJ e criticado pelos dois
      *          digitos verificadores. Nao ha exclusao fisica: o
      *          codigo fica gravado nos cadastros, no FOLHADET e nas
      *          aprovacoes ja feitas, entao uma empresa encerrada so
      *          e desativada. Cada mudanca vira um evento no AUDITORI
      *          (operacao "M"), como a manutencao de centros de
      *          custo. Chamado a partir do menu de administracao de
      *          SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANEMPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREGADOR-FILE ASSIGN TO "EMPREGAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WS-STATUS-EMP.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOR-FILE.
           COPY "REGEMP.cpy".
       FD  AUDITORIA-FILE.
           COPY "REGAUD.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-EMP       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-IMAGEM-ANTIGA    PIC X(119) VALUE SPACES.
       77  WS-CNPJ-VALIDO      PIC X(01) VALUE "N".
           88 CNPJ-VALIDO          VALUE "S".
       77  WS-INDICE-DIG       PIC 9(02) VALUE ZERO.
       77  WS-PESO             PIC 9(02) VALUE ZERO.
       77  WS-SOMA             PIC 9(04) VALUE ZERO.
       77  WS-QUOCIENTE        PIC 9(04) VALUE ZERO.
       77  WS-RESTO-11         PIC 9(02) VALUE ZERO.
       77  WS-DV-CALCULADO     PIC 9(02) VALUE ZERO.
       01  WS-CNPJ-TRABALHO    PIC 9(14) VALUE ZEROS.
       01  WS-CNPJ-TRABALHO-R REDEFINES WS-CNPJ-TRABALHO.
           03 WS-CNPJ-DIGITO   PIC 9(01) OCCURS 14 TIMES.
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           OPEN I-O EMPREGADOR-FILE
           IF WS-STATUS-EMP = "35"
               OPEN OUTPUT EMPREGADOR-FILE
               CLOSE EMPREGADOR-FILE
               OPEN I-O EMPREGADOR-FILE
           END-IF
           IF WS-STATUS-EMP NOT = "00"
               MOVE "EMPREGAD" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EMP TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de empregadores indisponivel - "
                   "status " WS-STATUS-EMP
               GOBACK
           END-IF
           PERFORM ESCOLHER-OPCAO
           CLOSE EMPREGADOR-FILE
           GOBACK.

       ESCOLHER-OPCAO.
           DISPLAY "----- EMPREGADORES -----".
           DISPLAY "1-Incluir  2-Alterar  3-Ativar/Desativar  "
               "4-Listar : " WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO.
           EVALUATE WS-SUBOPCAO
               WHEN 1 PERFORM INCLUIR-EMPREGADOR
               WHEN 2 PERFORM ALTERAR-EMPREGADOR
               WHEN 3 PERFORM TROCAR-SITUACAO-EMPREGADOR
               WHEN 4 PERFORM LISTAR-EMPREGADORES
               WHEN OTHER DISPLAY "Opcao invalida"
           END-EVALUATE.

       INCLUIR-EMPREGADOR.
           DISPLAY "Codigo (01 a 99)...: " WITH NO ADVANCING.
           ACCEPT EMP-CODIGO.
           IF EMP-CODIGO = ZEROS
               DISPLAY "Codigo zerado - empregador nao incluido"
           ELSE
               PERFORM INFORMAR-DADOS-EMPREGADOR
               IF CNPJ-VALIDO
                   SET EMP-ATIVO TO TRUE
                   WRITE REGISTRO-EMPREGADOR
                       INVALID KEY
                           DISPLAY "Empregador ja cadastrado - use "
                               "Alterar"
                       NOT INVALID KEY
                           DISPLAY "Empregador incluido com sucesso"
                           MOVE SPACES TO WS-IMAGEM-ANTIGA
                           PERFORM GRAVAR-AUDITORIA-EMPREGADOR
                   END-WRITE
               ELSE
                   DISPLAY "CNPJ invalido - empregador nao incluido"
               END-IF
           END-IF.

       ALTERAR-EMPREGADOR.
           PERFORM LOCALIZAR-EMPREGADOR
           IF WS-STATUS-EMP = "00"
               MOVE REGISTRO-EMPREGADOR TO WS-IMAGEM-ANTIGA
               DISPLAY "Dados atuais: " EMP-CNPJ " " EMP-RAZAO-SOCIAL
               PERFORM INFORMAR-DADOS-EMPREGADOR
               IF CNPJ-VALIDO
                   REWRITE REGISTRO-EMPREGADOR
                       INVALID KEY
                           MOVE "EMPREGAD" TO ERR-ARQUIVO
                           MOVE "REWRITE" TO ERR-OPERACAO
                           MOVE WS-STATUS-EMP TO ERR-STATUS
                           MOVE EMP-CODIGO TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao gravar o empregador"
                       NOT INVALID KEY
                           DISPLAY "Empregador alterado com sucesso"
                           PERFORM GRAVAR-AUDITORIA-EMPREGADOR
                   END-REWRITE
               ELSE
                   DISPLAY "CNPJ invalido - empregador nao alterado"
               END-IF
           END-IF.

      * Os dados do convenio sao os que vao no header da remessa CNAB
      * 240 e do arquivo do FGTS - banco, convenio, agencia e conta
      * de onde sai o pagamento dos salarios.
       INFORMAR-DADOS-EMPREGADOR.
           DISPLAY "CNPJ (14 digitos)..: " WITH NO ADVANCING.
           ACCEPT EMP-CNPJ.
           PERFORM VALIDAR-CNPJ
           IF CNPJ-VALIDO
               DISPLAY "Razao social.......: " WITH NO ADVANCING
               ACCEPT EMP-RAZAO-SOCIAL
               DISPLAY "Banco do convenio..: " WITH NO ADVANCING
               ACCEPT EMP-BANCO
               DISPLAY "Nome do banco......: " WITH NO ADVANCING
               ACCEPT EMP-NOME-BANCO
               DISPLAY "Convenio...........: " WITH NO ADVANCING
               ACCEPT EMP-CONVENIO
               DISPLAY "Agencia............: " WITH NO ADVANCING
               ACCEPT EMP-AGENCIA
               DISPLAY "DV da agencia......: " WITH NO ADVANCING
               ACCEPT EMP-AGENCIA-DV
               DISPLAY "Conta..............: " WITH NO ADVANCING
               ACCEPT EMP-CONTA
               DISPLAY "DV da conta........: " WITH NO ADVANCING
               ACCEPT EMP-CONTA-DV
           END-IF.

      * Desativar so fecha a empresa para cadastros novos - quem ja
      * esta nela continua na folha dela ate ser desligado.
       TROCAR-SITUACAO-EMPREGADOR.
           PERFORM LOCALIZAR-EMPREGADOR
           IF WS-STATUS-EMP = "00"
               MOVE REGISTRO-EMPREGADOR TO WS-IMAGEM-ANTIGA
               IF EMP-ATIVO
                   DISPLAY "Confirma desativar " EMP-RAZAO-SOCIAL
                       " (S/N)? " WITH NO ADVANCING
               ELSE
                   DISPLAY "Confirma reativar " EMP-RAZAO-SOCIAL
                       " (S/N)? " WITH NO ADVANCING
               END-IF
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   IF EMP-ATIVO
                       SET EMP-INATIVO TO TRUE
                   ELSE
                       SET EMP-ATIVO TO TRUE
                   END-IF
                   REWRITE REGISTRO-EMPREGADOR
                       INVALID KEY
                           MOVE "EMPREGAD" TO ERR-ARQUIVO
                           MOVE "REWRITE" TO ERR-OPERACAO
                           MOVE WS-STATUS-EMP TO ERR-STATUS
                           MOVE EMP-CODIGO TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao gravar o empregador"
                       NOT INVALID KEY
                           DISPLAY "Situacao do empregador alterada"
                           PERFORM GRAVAR-AUDITORIA-EMPREGADOR
                   END-REWRITE
               ELSE
                   DISPLAY "Operacao cancelada"
               END-IF
           END-IF.

       LOCALIZAR-EMPREGADOR.
           DISPLAY "Codigo.............: " WITH NO ADVANCING.
           ACCEPT EMP-CODIGO.
           READ EMPREGADOR-FILE
               INVALID KEY
                   DISPLAY "Empregador nao encontrado"
           END-READ.

       LISTAR-EMPREGADORES.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO EMP-CODIGO
           START EMPREGADOR-FILE KEY NOT < EMP-CODIGO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-EMPREGADOR
           END-IF
           DISPLAY "Cd CNPJ           Razao social                   "
               "Bco Situacao"
           PERFORM MOSTRAR-EMPREGADOR UNTIL FIM-ARQUIVO.

       LER-PROXIMO-EMPREGADOR.
           READ EMPREGADOR-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       MOSTRAR-EMPREGADOR.
           IF EMP-ATIVO
               DISPLAY EMP-CODIGO " " EMP-CNPJ " " EMP-RAZAO-SOCIAL
                   " " EMP-BANCO " ATIVO"
           ELSE
               DISPLAY EMP-CODIGO " " EMP-CNPJ " " EMP-RAZAO-SOCIAL
                   " " EMP-BANCO " INATIVO"
           END-IF
           PERFORM LER-PROXIMO-EMPREGADOR.

      * DV do CNPJ pelo modulo 11: pesos de 5 a 2 e depois de 9 a 2
      * sobre os 12 primeiros digitos para o primeiro DV, e de 6 a 2
      * e de 9 a 2 sobre os 13 primeiros para o segundo. Resto menor
      * que 2 vale 0; senao o DV e 11 menos o resto.
       VALIDAR-CNPJ.
           MOVE "N" TO WS-CNPJ-VALIDO
           MOVE EMP-CNPJ TO WS-CNPJ-TRABALHO
           IF WS-CNPJ-TRABALHO NOT = ZEROS
               MOVE ZEROS TO WS-SOMA
               MOVE 5 TO WS-PESO
               PERFORM ACUMULAR-DIGITO-CNPJ
                   VARYING WS-INDICE-DIG FROM 1 BY 1
                   UNTIL WS-INDICE-DIG > 12
               PERFORM APURAR-DV-CNPJ
               IF WS-DV-CALCULADO = WS-CNPJ-DIGITO(13)
                   MOVE ZEROS TO WS-SOMA
                   MOVE 6 TO WS-PESO
                   PERFORM ACUMULAR-DIGITO-CNPJ
                       VARYING WS-INDICE-DIG FROM 1 BY 1
                       UNTIL WS-INDICE-DIG > 13
                   PERFORM APURAR-DV-CNPJ
                   IF WS-DV-CALCULADO = WS-CNPJ-DIGITO(14)
                       SET CNPJ-VALIDO TO TRUE
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-DIGITO-CNPJ.
           COMPUTE WS-SOMA = WS-SOMA
               + WS-CNPJ-DIGITO(WS-INDICE-DIG) * WS-PESO
           IF WS-PESO = 2
               MOVE 9 TO WS-PESO
           ELSE
               SUBTRACT 1 FROM WS-PESO
           END-IF.

       APURAR-DV-CNPJ.
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-11
           IF WS-RESTO-11 < 2
               MOVE ZERO TO WS-DV-CALCULADO
           ELSE
               COMPUTE WS-DV-CALCULADO = 11 - WS-RESTO-11
           END-IF.

      * Mudanca no empregador muda o convenio por onde os salarios
      * sao pagos - o evento fica no AUDITORI (operacao "M") com o
      * registro antes/depois nas imagens.
       GRAVAR-AUDITORIA-EMPREGADOR.
           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUD NOT = "00"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE OPERADOR-LOGADO TO AUD-OPERADOR
           SET AUD-EMPREGADOR TO TRUE
           MOVE ZEROS TO AUD-MATRICULA
           MOVE SPACES TO AUD-ANTES
           MOVE SPACES TO AUD-DEPOIS
           MOVE WS-IMAGEM-ANTIGA TO AUD-ANTES (1:119)
           MOVE REGISTRO-EMPREGADOR TO AUD-DEPOIS (1:119)
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA
           CLOSE AUDITORIA-FILE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANEMPR" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANEMPR.
