      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversao unica dos arquivos que guardam o
      *          REGISTRO-ALUNO para o layout de 300 bytes (centro de
      *          custo no fim do registro e area de reserva para os
      *          campos seguintes). Le cada arquivo no formato antigo
      *          de 201 bytes e regrava em <nome>.NOVO com os campos
      *          novos em espacos: CADUSUAR e ALUNOS (o proprio
      *          registro), PENDENTE (as duas imagens antes/depois) e
      *          AUDITORI mais os meses arquivados listados em ARQAUDCT
      *          (as duas imagens de cada evento). Mesmo desenho
      *          copia-e-reconstroi do REIDXCAD/VERIFARQ: os originais
      *          ficam no lugar, sai o relatorio de lidos/gravados por
      *          arquivo, e o operador troca os arquivos depois de
      *          conferir. Rodar uma unica vez na virada, com o
      *          sistema parado; depois dela este programa so serve de
      *          pericia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * As SELECTs de entrada declaram as chaves como os arquivos
      * antigos foram criados - so a posicao muda de tamanho.
           SELECT CAD-ANTIGO ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-V-MATRICULA
               ALTERNATE RECORD KEY IS CAD-V-SOBRENOME
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ANT.
           SELECT CAD-NOVO ASSIGN TO "CADUSUAR.NOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-N-MATRICULA
               ALTERNATE RECORD KEY IS CAD-N-SOBRENOME
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-NOVO.
           SELECT ALU-ANTIGO ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-V-NOME
               FILE STATUS IS WS-STATUS-ANT.
           SELECT ALU-NOVO ASSIGN TO "ALUNOS.NOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-N-NOME
               FILE STATUS IS WS-STATUS-NOVO.
           SELECT PEN-ANTIGO ASSIGN TO "PENDENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-V-NUMERO
               FILE STATUS IS WS-STATUS-ANT.
           SELECT PEN-NOVO ASSIGN TO "PENDENTE.NOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-N-NUMERO
               FILE STATUS IS WS-STATUS-NOVO.
           SELECT AUD-ANTIGO ASSIGN TO WS-NOME-AUD-ANTIGO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.
           SELECT AUD-NOVO ASSIGN TO WS-NOME-AUD-NOVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOVO.
           SELECT CONTROLE-FILE ASSIGN TO "ARQAUDCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.
       DATA DIVISION.
       FILE SECTION.
       FD  CAD-ANTIGO.
       01  REG-CAD-ANTIGO.
           03 CAD-V-MATRICULA      PIC 9(06).
           03 FILLER               PIC X(20).
           03 CAD-V-SOBRENOME      PIC X(20).
           03 FILLER               PIC X(155).
       FD  CAD-NOVO.
       01  REG-CAD-NOVO.
           03 CAD-N-MATRICULA      PIC 9(06).
           03 FILLER               PIC X(20).
           03 CAD-N-SOBRENOME      PIC X(20).
           03 FILLER               PIC X(254).
       FD  ALU-ANTIGO.
       01  REG-ALU-ANTIGO.
           03 FILLER               PIC X(06).
           03 ALU-V-NOME           PIC X(40).
           03 FILLER               PIC X(155).
       FD  ALU-NOVO.
       01  REG-ALU-NOVO.
           03 FILLER               PIC X(06).
           03 ALU-N-NOME           PIC X(40).
           03 FILLER               PIC X(254).
       FD  PEN-ANTIGO.
       01  REG-PEN-ANTIGO.
           03 PEN-V-NUMERO         PIC 9(06).
           03 PEN-V-CONTROLE       PIC X(30).
           03 PEN-V-ANTES          PIC X(201).
           03 PEN-V-DEPOIS         PIC X(201).
       FD  PEN-NOVO.
       01  REG-PEN-NOVO.
           03 PEN-N-NUMERO         PIC 9(06).
           03 PEN-N-CONTROLE       PIC X(30).
           03 PEN-N-ANTES          PIC X(300).
           03 PEN-N-DEPOIS         PIC X(300).
       FD  AUD-ANTIGO.
       01  REG-AUD-ANTIGO.
           03 AUD-V-CONTROLE       PIC X(29).
           03 AUD-V-ANTES          PIC X(201).
           03 AUD-V-DEPOIS         PIC X(201).
       FD  AUD-NOVO.
       01  REG-AUD-NOVO.
           03 AUD-N-CONTROLE       PIC X(29).
           03 AUD-N-ANTES          PIC X(300).
           03 AUD-N-DEPOIS         PIC X(300).
       FD  CONTROLE-FILE.
       01  REGISTRO-CONTROLE       PIC 9(06).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ANT           PIC X(02) VALUE SPACES.
       77  WS-STATUS-NOVO          PIC X(02) VALUE SPACES.
       77  WS-STATUS-CTL           PIC X(02) VALUE SPACES.
       77  WS-NOME-AUD-ANTIGO      PIC X(15) VALUE SPACES.
       77  WS-NOME-AUD-NOVO        PIC X(20) VALUE SPACES.
       77  WS-NOME-ARQUIVO         PIC X(15) VALUE SPACES.
       77  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
           88 FIM-ARQUIVO              VALUE "S".
       77  WS-FIM-CONTROLE         PIC X(01) VALUE "N".
           88 FIM-CONTROLE             VALUE "S".
       77  WS-TOTAL-LIDOS          PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-GRAVADOS       PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-DESCARTADOS    PIC 9(06) VALUE ZERO.
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "----- CONVERSAO DO CADASTRO PARA 300 BYTES -----".
           PERFORM CONVERTER-CADUSUAR
           PERFORM CONVERTER-ALUNOS
           PERFORM CONVERTER-PENDENTE
           MOVE "AUDITORI" TO WS-NOME-AUD-ANTIGO
           PERFORM CONVERTER-AUDITORIA
           PERFORM CONVERTER-MESES-ARQUIVADOS
           DISPLAY " "
           DISPLAY "Confira o relatorio e entao substitua cada arquivo "
               "pela sua copia .NOVO convertida".
           STOP RUN.

      *-----------------------------------------------------------------
      * CADUSUAR - o registro inteiro cresce, campos novos em espacos.
      *-----------------------------------------------------------------
       CONVERTER-CADUSUAR.
           PERFORM ZERAR-CONTADORES
           MOVE "CADUSUAR" TO WS-NOME-ARQUIVO
           OPEN INPUT CAD-ANTIGO
           IF WS-STATUS-ANT NOT = "00"
               PERFORM AVISAR-ARQUIVO-AUSENTE
           ELSE
               OPEN OUTPUT CAD-NOVO
               PERFORM LER-CAD-ANTIGO
               PERFORM COPIAR-CAD UNTIL FIM-ARQUIVO
               CLOSE CAD-ANTIGO
               CLOSE CAD-NOVO
               PERFORM IMPRIMIR-TOTAIS
           END-IF.

       LER-CAD-ANTIGO.
           READ CAD-ANTIGO NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           PERFORM CONFERIR-LEITURA.

       COPIAR-CAD.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE SPACES TO REG-CAD-NOVO
           MOVE REG-CAD-ANTIGO TO REG-CAD-NOVO (1:201)
           WRITE REG-CAD-NOVO
               INVALID KEY
                   ADD 1 TO WS-TOTAL-DESCARTADOS
                   DISPLAY "Chave descartada: " CAD-N-MATRICULA
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE
           PERFORM LER-CAD-ANTIGO.

      *-----------------------------------------------------------------
      * ALUNOS - mesmo layout do CADUSUAR, chave pelo nome.
      *-----------------------------------------------------------------
       CONVERTER-ALUNOS.
           PERFORM ZERAR-CONTADORES
           MOVE "ALUNOS" TO WS-NOME-ARQUIVO
           OPEN INPUT ALU-ANTIGO
           IF WS-STATUS-ANT NOT = "00"
               PERFORM AVISAR-ARQUIVO-AUSENTE
           ELSE
               OPEN OUTPUT ALU-NOVO
               PERFORM LER-ALU-ANTIGO
               PERFORM COPIAR-ALU UNTIL FIM-ARQUIVO
               CLOSE ALU-ANTIGO
               CLOSE ALU-NOVO
               PERFORM IMPRIMIR-TOTAIS
           END-IF.

       LER-ALU-ANTIGO.
           READ ALU-ANTIGO NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           PERFORM CONFERIR-LEITURA.

       COPIAR-ALU.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE SPACES TO REG-ALU-NOVO
           MOVE REG-ALU-ANTIGO TO REG-ALU-NOVO (1:201)
           WRITE REG-ALU-NOVO
               INVALID KEY
                   ADD 1 TO WS-TOTAL-DESCARTADOS
                   DISPLAY "Chave descartada: " ALU-N-NOME
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE
           PERFORM LER-ALU-ANTIGO.

      *-----------------------------------------------------------------
      * PENDENTE - o controle fica, as duas imagens crescem.
      *-----------------------------------------------------------------
       CONVERTER-PENDENTE.
           PERFORM ZERAR-CONTADORES
           MOVE "PENDENTE" TO WS-NOME-ARQUIVO
           OPEN INPUT PEN-ANTIGO
           IF WS-STATUS-ANT NOT = "00"
               PERFORM AVISAR-ARQUIVO-AUSENTE
           ELSE
               OPEN OUTPUT PEN-NOVO
               PERFORM LER-PEN-ANTIGO
               PERFORM COPIAR-PEN UNTIL FIM-ARQUIVO
               CLOSE PEN-ANTIGO
               CLOSE PEN-NOVO
               PERFORM IMPRIMIR-TOTAIS
           END-IF.

       LER-PEN-ANTIGO.
           READ PEN-ANTIGO NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           PERFORM CONFERIR-LEITURA.

       COPIAR-PEN.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE PEN-V-NUMERO TO PEN-N-NUMERO
           MOVE PEN-V-CONTROLE TO PEN-N-CONTROLE
           MOVE PEN-V-ANTES TO PEN-N-ANTES
           MOVE PEN-V-DEPOIS TO PEN-N-DEPOIS
           WRITE REG-PEN-NOVO
               INVALID KEY
                   ADD 1 TO WS-TOTAL-DESCARTADOS
                   DISPLAY "Chave descartada: " PEN-N-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE
           PERFORM LER-PEN-ANTIGO.

      *-----------------------------------------------------------------
      * AUDITORI e meses arquivados - cada evento tem as duas imagens
      * ampliadas; o arquivo corrente e depois cada mes do ARQAUDCT.
      *-----------------------------------------------------------------
       CONVERTER-MESES-ARQUIVADOS.
           OPEN INPUT CONTROLE-FILE
           IF WS-STATUS-CTL = "00"
               PERFORM LER-CONTROLE
               PERFORM CONVERTER-MES-ARQUIVADO UNTIL FIM-CONTROLE
               CLOSE CONTROLE-FILE
           END-IF.

       LER-CONTROLE.
           READ CONTROLE-FILE
               AT END SET FIM-CONTROLE TO TRUE
           END-READ.

       CONVERTER-MES-ARQUIVADO.
           MOVE SPACES TO WS-NOME-AUD-ANTIGO
           STRING "AUDITORI." REGISTRO-CONTROLE DELIMITED BY SIZE
               INTO WS-NOME-AUD-ANTIGO
           PERFORM CONVERTER-AUDITORIA
           PERFORM LER-CONTROLE.

       CONVERTER-AUDITORIA.
           PERFORM ZERAR-CONTADORES
           MOVE WS-NOME-AUD-ANTIGO TO WS-NOME-ARQUIVO
           MOVE SPACES TO WS-NOME-AUD-NOVO
           STRING WS-NOME-AUD-ANTIGO DELIMITED BY SPACE
               ".NOVO" DELIMITED BY SIZE
               INTO WS-NOME-AUD-NOVO
           OPEN INPUT AUD-ANTIGO
           IF WS-STATUS-ANT NOT = "00"
               PERFORM AVISAR-ARQUIVO-AUSENTE
           ELSE
               OPEN OUTPUT AUD-NOVO
               PERFORM LER-AUD-ANTIGO
               PERFORM COPIAR-AUD UNTIL FIM-ARQUIVO
               CLOSE AUD-ANTIGO
               CLOSE AUD-NOVO
               PERFORM IMPRIMIR-TOTAIS
           END-IF.

       LER-AUD-ANTIGO.
           READ AUD-ANTIGO
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       COPIAR-AUD.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE AUD-V-CONTROLE TO AUD-N-CONTROLE
           MOVE AUD-V-ANTES TO AUD-N-ANTES
           MOVE AUD-V-DEPOIS TO AUD-N-DEPOIS
           WRITE REG-AUD-NOVO
           ADD 1 TO WS-TOTAL-GRAVADOS
           PERFORM LER-AUD-ANTIGO.

      *-----------------------------------------------------------------
      * Rotinas comuns aos arquivos.
      *-----------------------------------------------------------------
       ZERAR-CONTADORES.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-TOTAL-LIDOS
           MOVE ZERO TO WS-TOTAL-GRAVADOS
           MOVE ZERO TO WS-TOTAL-DESCARTADOS.

       CONFERIR-LEITURA.
           IF NOT FIM-ARQUIVO AND WS-STATUS-ANT NOT = "00"
                   AND WS-STATUS-ANT NOT = "02"
               MOVE WS-NOME-AUD-ANTIGO TO ERR-ARQUIVO
               MOVE "READ" TO ERR-OPERACAO
               MOVE WS-STATUS-ANT TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Leitura interrompida - status " WS-STATUS-ANT
                   " (registros alem deste ponto foram perdidos)"
               SET FIM-ARQUIVO TO TRUE
           END-IF.

       AVISAR-ARQUIVO-AUSENTE.
           DISPLAY " "
           DISPLAY WS-NOME-ARQUIVO " indisponivel - status "
               WS-STATUS-ANT " (nada a converter)".

       IMPRIMIR-TOTAIS.
           DISPLAY " "
           DISPLAY "----- " WS-NOME-ARQUIVO " -----"
           DISPLAY "Registros lidos........: " WS-TOTAL-LIDOS
           DISPLAY "Registros gravados.....: " WS-TOTAL-GRAVADOS
           DISPLAY "Chaves descartadas.....: " WS-TOTAL-DESCARTADOS.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "CONVCAD" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM CONVCAD.
