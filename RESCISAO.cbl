      *          remessa, grava o registro em RESCISOES (REGRSC.cpy) e
      *          so entao vira o STATUS-REGISTRO para excluido - com o
      *          evento de exclusao no AUDITORI como qualquer mudanca
      *          de master. Emprestimo consignado ainda ativo no
      *          CONSIGNA e quitado com o liquido do acerto (ate o
      *          limite dele); o que nao couber fica no contrato para
      *          o banco cobrar direto, e RELCONSG repassa o valor
      *          retido. As vidas ainda abertas nos planos de saude
      *          (BENEFIC) ficam cobertas ate a competencia da
      *          rescisao e se encerram nela. Acao de supervisor,
      *          chamada a partir do menu de cadastros complementares.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGF-CHAVE
               FILE STATUS IS WS-STATUS-AGF.
           SELECT BENEFICIO-FILE ASSIGN TO "BENEFIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WS-STATUS-BEN.
           SELECT CONSIGNADO-FILE ASSIGN TO "CONSIGNA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WS-STATUS-CSG.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
           COPY "REGAUD.cpy".
       FD  AGENDA-FILE.
           COPY "REGAGF.cpy".
       FD  CONSIGNADO-FILE.
           COPY "REGCSG.cpy".
       FD  BENEFICIO-FILE.
           COPY "REGBEN.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-RSC       PIC X(02) VALUE SPACES.
       77  WS-STATUS-PEX       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-FIM-PAGEXTRA     PIC X(01) VALUE "N".
           88 FIM-PAGEXTRA         VALUE "S".
       77  WS-ULTIMO-PEX       PIC 9(06) VALUE ZEROS.
       77  WS-ACAO-SPOOL       PIC X(01) VALUE SPACE.
       77  WS-NOME-RELATORIO   PIC X(08) VALUE "RESCISAO".
       01  LINHA-TERMO         PIC X(100) VALUE SPACES.
       77  WS-ANTES            PIC X(300) VALUE SPACES.
       77  WS-DEPOIS           PIC X(300) VALUE SPACES.
       77  WS-SALDO-SALARIO    PIC 9(10)V99 VALUE ZEROS.
       77  WS-FERIAS-PROP      PIC 9(10)V99 VALUE ZEROS.
       77  WS-TERCO-FERIAS     PIC 9(10)V99 VALUE ZEROS.
           03 WS-CIC-MES       PIC 9(02).
           03 WS-CIC-DIA       PIC 9(02).
       77  WS-MESES-DECIMO     PIC 9(02) VALUE ZERO.
       77  WS-STATUS-CSG       PIC X(02) VALUE SPACES.
       77  WS-STATUS-BEN       PIC X(02) VALUE SPACES.
       77  WS-FIM-BENEFICIOS   PIC X(01) VALUE "N".
           88 FIM-BENEFICIOS       VALUE "S".
       77  WS-FIM-CONSIGNADOS  PIC X(01) VALUE "N".
           88 FIM-CONSIGNADOS      VALUE "S".
       77  WS-SALDO-CONSIGNADO PIC 9(10)V99 VALUE ZEROS.
       77  WS-QUITACAO-CSG     PIC 9(10)V99 VALUE ZEROS.
       77  WS-SOBRA-QUITACAO   PIC 9(10)V99 VALUE ZEROS.
       77  WS-RETIDO-CONTRATO  PIC 9(10)V99 VALUE ZEROS.
       77  WS-SALARIO-BASE     PIC 9(10)V99 VALUE ZEROS.
       77  WS-INDICE-FAIXA     PIC 9(01) VALUE ZERO.
       77  WS-FAIXA-ACHADA     PIC X(01) VALUE "N".
           03 WS-ADM-MES       PIC 9(02).
           03 WS-ADM-DIA       PIC 9(02).
           COPY "TABDED.cpy".
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       01  PERFIL-LOGADO       PIC X(01).
           END-IF
           OPEN I-O CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro indisponivel - status " WS-STATUS-ARQ
               GOBACK
           END-IF
               CLOSE AGENDA-FILE
               OPEN INPUT AGENDA-FILE
           END-IF
           OPEN I-O CONSIGNADO-FILE
           IF WS-STATUS-CSG = "35"
               OPEN OUTPUT CONSIGNADO-FILE
               CLOSE CONSIGNADO-FILE
               OPEN I-O CONSIGNADO-FILE
           END-IF
           OPEN I-O BENEFICIO-FILE
           PERFORM PROCESSAR-RESCISAO
           CLOSE CADASTRO-FILE
           CLOSE RESCISAO-FILE
           CLOSE PAGEXTRA-FILE
           CLOSE AUDITORIA-FILE
           CLOSE AGENDA-FILE
           CLOSE CONSIGNADO-FILE
           IF WS-STATUS-BEN = "00"
               CLOSE BENEFICIO-FILE
           END-IF
           GOBACK.

       PROCESSAR-RESCISAO.
               + WS-DECIMO-PROP - WS-DEDUCAO-ACERTO
           IF WS-LIQUIDO-ACERTO < ZERO
               MOVE ZEROS TO WS-LIQUIDO-ACERTO
           END-IF
           PERFORM SOMAR-SALDO-CONSIGNADOS
           SUBTRACT WS-QUITACAO-CSG FROM WS-LIQUIDO-ACERTO.

      * Consignado nao acompanha o empregado desligado: o saldo dos
      * contratos ativos sai do acerto, limitado ao proprio liquido.
       SOMAR-SALDO-CONSIGNADOS.
           MOVE ZEROS TO WS-SALDO-CONSIGNADO
           PERFORM POSICIONAR-CONSIGNADOS
           PERFORM SOMAR-UM-CONSIGNADO UNTIL FIM-CONSIGNADOS
           IF WS-SALDO-CONSIGNADO > WS-LIQUIDO-ACERTO
               MOVE WS-LIQUIDO-ACERTO TO WS-QUITACAO-CSG
           ELSE
               MOVE WS-SALDO-CONSIGNADO TO WS-QUITACAO-CSG
           END-IF.

       POSICIONAR-CONSIGNADOS.
           MOVE "N" TO WS-FIM-CONSIGNADOS
           MOVE MATRICULA TO CSG-MATRICULA
           MOVE ZEROS TO CSG-SEQUENCIA
           START CONSIGNADO-FILE KEY NOT < CSG-CHAVE
               INVALID KEY SET FIM-CONSIGNADOS TO TRUE
           END-START
           IF NOT FIM-CONSIGNADOS
               PERFORM LER-PROXIMO-CONSIGNADO
           END-IF.

       LER-PROXIMO-CONSIGNADO.
           READ CONSIGNADO-FILE NEXT RECORD
               AT END SET FIM-CONSIGNADOS TO TRUE
           END-READ
           IF NOT FIM-CONSIGNADOS AND CSG-MATRICULA NOT = MATRICULA
               SET FIM-CONSIGNADOS TO TRUE
           END-IF.

       SOMAR-UM-CONSIGNADO.
           IF CSG-ATIVO
               ADD CSG-SALDO-DEVEDOR TO WS-SALDO-CONSIGNADO
           END-IF
           PERFORM LER-PROXIMO-CONSIGNADO.

      * Reparte o valor retido pelos contratos ativos na ordem da
      * sequencia; contrato que o acerto nao cobriu inteiro fica com
      * o resto em CSG-SALDO-DEVEDOR, ja fora da folha.
       QUITAR-CONSIGNADOS.
           MOVE WS-QUITACAO-CSG TO WS-SOBRA-QUITACAO
           PERFORM POSICIONAR-CONSIGNADOS
           PERFORM QUITAR-UM-CONSIGNADO UNTIL FIM-CONSIGNADOS.

       QUITAR-UM-CONSIGNADO.
           IF CSG-ATIVO
               IF CSG-SALDO-DEVEDOR > WS-SOBRA-QUITACAO
                   MOVE WS-SOBRA-QUITACAO TO WS-RETIDO-CONTRATO
               ELSE
                   MOVE CSG-SALDO-DEVEDOR TO WS-RETIDO-CONTRATO
               END-IF
               SUBTRACT WS-RETIDO-CONTRATO FROM WS-SOBRA-QUITACAO
               SUBTRACT WS-RETIDO-CONTRATO FROM CSG-SALDO-DEVEDOR
               MOVE WS-RETIDO-CONTRATO TO CSG-VALOR-QUITACAO
               MOVE WS-DATA-RESCISAO (1:6) TO CSG-COMPETENCIA-QUITACAO
               MOVE OPERADOR-LOGADO TO CSG-OPERADOR
               SET CSG-QUITADO-RESCISAO TO TRUE
               REWRITE REGISTRO-CONSIGNADO
                   INVALID KEY
                       MOVE "CONSIGNA" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-CSG TO ERR-STATUS
                       MOVE CSG-CHAVE TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao quitar o consignado "
                           CSG-CONTRATO
               END-REWRITE
           END-IF
           PERFORM LER-PROXIMO-CONSIGNADO.

      * Titular e dependentes saem dos planos na competencia da
      * rescisao - a operadora cobra o mes inteiro do desligamento e
      * nada depois dele.
       ENCERRAR-PLANOS.
           IF WS-STATUS-BEN = "00"
               MOVE "N" TO WS-FIM-BENEFICIOS
               MOVE MATRICULA TO BEN-MATRICULA
               MOVE LOW-VALUES TO BEN-PLANO
               MOVE ZEROS TO BEN-DEP-SEQUENCIA
               START BENEFICIO-FILE KEY NOT < BEN-CHAVE
                   INVALID KEY SET FIM-BENEFICIOS TO TRUE
               END-START
               IF NOT FIM-BENEFICIOS
                   PERFORM LER-PROXIMO-BENEFICIO
               END-IF
               PERFORM ENCERRAR-UMA-VIDA UNTIL FIM-BENEFICIOS
           END-IF.

       LER-PROXIMO-BENEFICIO.
           READ BENEFICIO-FILE NEXT RECORD
               AT END SET FIM-BENEFICIOS TO TRUE
           END-READ
           IF NOT FIM-BENEFICIOS AND BEN-MATRICULA NOT = MATRICULA
               SET FIM-BENEFICIOS TO TRUE
           END-IF.

       ENCERRAR-UMA-VIDA.
           IF BEN-COMPETENCIA-FIM = ZEROS
                   OR BEN-COMPETENCIA-FIM > WS-DATA-RESCISAO (1:6)
               MOVE WS-DATA-RESCISAO (1:6) TO BEN-COMPETENCIA-FIM
               MOVE OPERADOR-LOGADO TO BEN-OPERADOR
               REWRITE REGISTRO-BENEFICIO
                   INVALID KEY
                       MOVE "BENEFIC" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-BEN TO ERR-STATUS
                       MOVE BEN-CHAVE TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao encerrar o plano "
                           BEN-PLANO
               END-REWRITE
           END-IF
           PERFORM LER-PROXIMO-BENEFICIO.

      * O ciclo aquisitivo corrente comeca no ultimo aniversario de
      * admissao em ou antes da data da rescisao.
       DESCONTAR-FERIAS-GOZADAS.
           END-IF.

       CONFIRMAR-RESCISAO.
           IF WS-SALDO-CONSIGNADO > ZERO
               MOVE WS-QUITACAO-CSG TO WS-VALOR-EDIT
               DISPLAY "Quitacao de consignado retida: " WS-VALOR-EDIT
               IF WS-SALDO-CONSIGNADO > WS-QUITACAO-CSG
                   DISPLAY "Saldo de consignado acima do acerto - o "
                       "restante fica para o banco cobrar"
               END-IF
           END-IF
           MOVE WS-LIQUIDO-ACERTO TO WS-VALOR-EDIT
           DISPLAY "Liquido do acerto final: " WS-VALOR-EDIT.
           DISPLAY "Confirma a rescisao de " PRIMEIRONOME " "
               NOT INVALID KEY
                   PERFORM IMPRIMIR-TERMO-RESCISAO
                   PERFORM GRAVAR-PAGEXTRA-RESCISAO
                   PERFORM QUITAR-CONSIGNADOS
                   PERFORM ENCERRAR-PLANOS
                   PERFORM DESLIGAR-CADASTRO
           END-WRITE.

           STRING "DEDUCAO..........: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-TERMO
           PERFORM GRAVAR-LINHA-TERMO
           IF WS-QUITACAO-CSG > ZERO
               MOVE WS-QUITACAO-CSG TO WS-VALOR-EDIT
               MOVE SPACES TO LINHA-TERMO
               STRING "QUITACAO CONSIG..: " WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO LINHA-TERMO
               PERFORM GRAVAR-LINHA-TERMO
           END-IF
           MOVE WS-LIQUIDO-ACERTO TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-TERMO
           STRING "LIQUIDO DO ACERTO: " WS-VALOR-EDIT
           SET PEX-AGUARDANDO TO TRUE
           WRITE REGISTRO-PAGEXTRA
               INVALID KEY
                   MOVE "PAGEXTRA" TO ERR-ARQUIVO
                   MOVE "WRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-PEX TO ERR-STATUS
                   MOVE PEX-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao enfileirar o pagamento do acerto"
           END-WRITE.

           SET REGISTRO-EXCLUIDO TO TRUE
           REWRITE REGISTRO-ALUNO
               INVALID KEY
                   MOVE "CADUSUAR" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-ARQ TO ERR-STATUS
                   MOVE MATRICULA TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao desligar o cadastro - acerto "
                       "registrado, status nao virado"
               NOT INVALID KEY
           MOVE MATRICULA TO AUD-MATRICULA
           MOVE WS-ANTES TO AUD-ANTES
           MOVE WS-DEPOIS TO AUD-DEPOIS
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RESCISAO" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RESCISAO.
