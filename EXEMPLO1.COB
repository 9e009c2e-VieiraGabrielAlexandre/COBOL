      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cadastro de aluno pelo terminal. O aluno novo vai para
      *          o CADUSUAR, o cadastro unico de pessoas - o ALUNOS
      *          ficou como historico somente leitura depois da
      *          migracao de MIGRALUN. A matricula sai do MATRCTL e a
      *          inclusao entra na fila PENDENTE (REGPEND.cpy) como as
      *          do Incluir de CADUSUARIO: so a aprovacao do supervisor
      *          em APROVPEN grava o master e o evento no AUDITORI.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
           SELECT PENDENTE-FILE ASSIGN TO "PENDENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-NUMERO
               FILE STATUS IS WS-STATUS-PEN.
           SELECT CONTROLE-MATR-FILE ASSIGN TO "MATRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  PENDENTE-FILE.
           COPY "REGPEND.cpy".
       FD  CONTROLE-MATR-FILE.
       01  REGISTRO-CONTROLE-MATR.
           03 CTL-PROXIMA-MATRICULA PIC 9(06).
       WORKING-STORAGE SECTION.
       77  AUXILIAR    PIC A(25) VALUE "ABC".
       77  WS-STATUS-ARQ   PIC X(02) VALUE SPACES.
       77  WS-STATUS-PEN   PIC X(02) VALUE SPACES.
       77  WS-STATUS-CTL   PIC X(02) VALUE SPACES.
       77  WS-MATRICULA-AUTO   PIC 9(06) VALUE ZEROS.
       77  WS-ULTIMO-PENDENTE  PIC 9(06) VALUE ZEROS.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-NOME-LIVRE       PIC X(01) VALUE "S".
           88 NOME-LIVRE           VALUE "S".
       01  WS-NOME-DIGITADO.
           03 WS-PRIMEIRO-DIGITADO PIC A(20) VALUE SPACES.
           03 WS-SOBRENOME-DIGITADO PIC A(20) VALUE SPACES.
       01  WS-DEPOIS           PIC X(300) VALUE SPACES.
       77  WS-SALARIO-TETO     PIC 9(10)V99 VALUE 50000.
       77  WS-SALARIO-DIGITADO PIC S9(10)V99 VALUE ZERO.
       77  WS-SALARIO-VALIDO   PIC X(01) VALUE "N".
       77  WS-DEDUCAO-DIGITADA PIC S9(10)V99 VALUE ZERO.
       77  WS-DEDUCAO-VALIDA   PIC X(01) VALUE "N".
           88 DEDUCAO-VALIDA        VALUE "S".
       77  WS-DESCONTO-DIGITADO PIC S9(03)V99 VALUE ZERO.
       77  WS-DESCONTO-VALIDO  PIC X(01) VALUE "N".
           88 DESCONTO-VALIDO       VALUE "S".
       77  WS-OPCAO            PIC 9(01) VALUE ZERO.
           COPY "REGERRO.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM ABRIR-ARQUIVO.
            DISPLAY "Olá Alunos".
            DISPLAY "Digite seu nome: ".
            ACCEPT WS-PRIMEIRO-DIGITADO.
            DISPLAY "Digite o sobrenome do aluno: ".
            ACCEPT WS-SOBRENOME-DIGITADO.
            PERFORM VERIFICAR-NOME-LIVRE.
            IF NOT NOME-LIVRE
                DISPLAY "Aluno ja cadastrado com esse nome"
                PERFORM FECHAR-ARQUIVO
                STOP RUN
            END-IF.
            INITIALIZE REGISTRO-ALUNO.
            MOVE WS-PRIMEIRO-DIGITADO TO PRIMEIRONOME.
            MOVE WS-SOBRENOME-DIGITADO TO SOBRENOME.
            PERFORM SOLICITAR-SALARIO UNTIL SALARIO-VALIDO.
            MOVE SALARIO-ALUNO TO SALARIO-ALUNO-EDIT
            DISPLAY "Salario Digitado = R$ "SALARIO-ALUNO-EDIT.
            MOVE SALARIO-LIQUIDO TO SALARIO-LIQUIDO-EDIT
            DISPLAY "Deducao..........= R$ " DEDUCAO-ALUNO-EDIT.
            DISPLAY "Salario Liquido...= R$ " SALARIO-LIQUIDO-EDIT.
            PERFORM SOLICITAR-DESCONTO UNTIL DESCONTO-VALIDO.
            MOVE 01 TO EMPREGADOR-ALUNO.
            MOVE ZEROS TO MATRICULA-ANTERIOR.
            SET REGISTRO-ATIVO TO TRUE
            SET CADASTRO-DE-ALUNO TO TRUE
            PERFORM LER-CONTROLE-MATRICULA.
            MOVE WS-MATRICULA-AUTO TO MATRICULA.
            MOVE REGISTRO-ALUNO TO WS-DEPOIS.
            READ CADASTRO-FILE
                NOT INVALID KEY
                    DISPLAY "Matricula " MATRICULA " ja existe no "
                        "CADUSUAR - avise o supervisor (CTLMATR)"
                    PERFORM FECHAR-ARQUIVO
                    STOP RUN
            END-READ.
            PERFORM GRAVAR-PENDENTE.
            PERFORM FECHAR-ARQUIVO.

            STOP RUN.

       ABRIR-ARQUIVO.
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ = "35"
               OPEN OUTPUT CADASTRO-FILE
               CLOSE CADASTRO-FILE
               OPEN INPUT CADASTRO-FILE
           END-IF
           OPEN I-O PENDENTE-FILE
           IF WS-STATUS-PEN = "35"
               OPEN OUTPUT PENDENTE-FILE
               CLOSE PENDENTE-FILE
               OPEN I-O PENDENTE-FILE
           END-IF.

       FECHAR-ARQUIVO.
           CLOSE CADASTRO-FILE
           CLOSE PENDENTE-FILE.

      * O CADUSUAR aceita homonimos, mas o cadastro de aluno nunca
      * aceitou dois alunos com o mesmo nome - a critica continua,
      * agora contra as matriculas ativas pela chave do sobrenome.
       VERIFICAR-NOME-LIVRE.
           MOVE "S" TO WS-NOME-LIVRE
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE WS-SOBRENOME-DIGITADO TO SOBRENOME
           START CADASTRO-FILE KEY = SOBRENOME
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-HOMONIMO
           END-IF
           PERFORM CONFERIR-HOMONIMO UNTIL FIM-ARQUIVO.

       LER-PROXIMO-HOMONIMO.
           READ CADASTRO-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       CONFERIR-HOMONIMO.
           IF SOBRENOME NOT = WS-SOBRENOME-DIGITADO
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF PRIMEIRONOME = WS-PRIMEIRO-DIGITADO
                       AND REGISTRO-ATIVO
                   MOVE "N" TO WS-NOME-LIVRE
                   SET FIM-ARQUIVO TO TRUE
               ELSE
                   PERFORM LER-PROXIMO-HOMONIMO
               END-IF
           END-IF.

      * Mesmo controle do Incluir de CADUSUARIO: nasce em 000001 e so
      * avanca com a pendencia gravada.
       LER-CONTROLE-MATRICULA.
           MOVE ZEROS TO WS-MATRICULA-AUTO
           OPEN INPUT CONTROLE-MATR-FILE
           IF WS-STATUS-CTL = "00"
               READ CONTROLE-MATR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-PROXIMA-MATRICULA
                           TO WS-MATRICULA-AUTO
               END-READ
               CLOSE CONTROLE-MATR-FILE
           END-IF
           IF WS-MATRICULA-AUTO = ZEROS
               MOVE 1 TO WS-MATRICULA-AUTO
           END-IF.

       AVANCAR-CONTROLE-MATRICULA.
           OPEN OUTPUT CONTROLE-MATR-FILE
           COMPUTE CTL-PROXIMA-MATRICULA = WS-MATRICULA-AUTO + 1
           WRITE REGISTRO-CONTROLE-MATR
           CLOSE CONTROLE-MATR-FILE.

      * A inclusao espera o supervisor na fila, com a imagem completa
      * em PEN-DEPOIS - o terminal de alunos nao tem login, entao a
      * pendencia leva o nome do programa como operador.
       GRAVAR-PENDENTE.
           PERFORM PROXIMO-NUMERO-PENDENTE
           ADD 1 TO WS-ULTIMO-PENDENTE
           MOVE WS-ULTIMO-PENDENTE TO PEN-NUMERO
           SET PEN-INCLUSAO TO TRUE
           MOVE WS-MATRICULA-AUTO TO PEN-MATRICULA
           MOVE "EXEMPLO1" TO PEN-OPERADOR
           ACCEPT PEN-DATA FROM DATE YYYYMMDD
           ACCEPT PEN-HORA FROM TIME
           SET PEN-PENDENTE TO TRUE
           MOVE SPACES TO PEN-ANTES
           MOVE WS-DEPOIS TO PEN-DEPOIS
           WRITE REGISTRO-PENDENTE
               INVALID KEY
                   MOVE "PENDENTE" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-PEN TO ERR-STATUS
                   MOVE PEN-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar a pendencia"
               NOT INVALID KEY
                   DISPLAY "Cadastro enviado para aprovacao do "
                       "supervisor (pendencia " PEN-NUMERO
                       ") - matricula " PEN-MATRICULA
                   PERFORM AVANCAR-CONTROLE-MATRICULA
           END-WRITE.

       PROXIMO-NUMERO-PENDENTE.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO WS-ULTIMO-PENDENTE
           MOVE ZEROS TO PEN-NUMERO
           START PENDENTE-FILE KEY NOT < PEN-NUMERO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-PENDENTE
           END-IF
           PERFORM GUARDAR-ULTIMO-PENDENTE UNTIL FIM-ARQUIVO.

       LER-PROXIMO-PENDENTE.
           READ PENDENTE-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       GUARDAR-ULTIMO-PENDENTE.
           MOVE PEN-NUMERO TO WS-ULTIMO-PENDENTE
           PERFORM LER-PROXIMO-PENDENTE.

       SOLICITAR-SALARIO.
           DISPLAY "Digite o salario do aluno: ".
           ACCEPT WS-SALARIO-DIGITADO.
               END-IF
           END-IF.

      * Percentual de bolsa/convenio que o faturamento da mensalidade
      * (FATMENS) abate do valor cheio - zero para quem paga integral.
       SOLICITAR-DESCONTO.
           DISPLAY "Desconto na mensalidade (%): ".
           ACCEPT WS-DESCONTO-DIGITADO.
           IF WS-DESCONTO-DIGITADO < ZERO
                   OR WS-DESCONTO-DIGITADO > 100
               DISPLAY "Desconto deve ficar entre 0 e 100 - digite "
                   "novamente"
           ELSE
               MOVE WS-DESCONTO-DIGITADO TO DESCONTO-MENSALIDADE
               SET DESCONTO-VALIDO TO TRUE
           END-IF.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave. O
      * terminal de alunos nao tem login: o operador e o programa.
       REGISTRAR-ERRO-IO.
           MOVE "EXEMPLO1" TO ERR-PROGRAMA
           MOVE "EXEMPLO1" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM EXEMPLO1.
