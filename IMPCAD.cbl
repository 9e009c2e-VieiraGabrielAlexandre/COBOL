      *          combinado com a escola (IMPORTA.TXT, layout fixo:
      *          matricula 6, primeiro nome 20, sobrenome 20, salario
      *          12 sem separador, data de nascimento DDMMAAAA, CEP 8,
      *          CPF 11, cargo 6).
      *          Cada linha passa pelas mesmas criticas do caminho
      *          online de CADUSUARIO (data de nascimento valida, idade
      *          minima, CEP existente no ENDERECO, matricula inedita,
      *          salario dentro da faixa do cargo - no lote nao ha
      *          supervisor para liberar salario fora dela);
      *          as boas entram no CADUSUAR com evento de auditoria e
      *          as rejeitadas saem em IMPCAD.ERR com o motivo na
      *          frente da propria linha.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-ENDERECO
               FILE STATUS IS WS-STATUS-END.
           SELECT CARGO-FILE ASSIGN TO "CARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGO-CODIGO
               FILE STATUS IS WS-STATUS-CGO.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT HISTCGO-FILE ASSIGN TO "HISTCGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HCGO.
           SELECT REJEITO-FILE ASSIGN TO "IMPCAD.ERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJ.
      * arquivos do formato antigo chegam com o campo em brancos e
      * caem na critica de CPF.
           03 IMP-CPF              PIC X(11).
      * Cargo depois do CPF - arquivos anteriores ao campo chegam com
      * ele em brancos e entram sem cargo, como os cadastros antigos.
           03 IMP-CARGO            PIC X(06).
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  ENDERECO-FILE.
           COPY "REGEND.cpy".
       FD  CARGO-FILE.
           COPY "REGCGO.cpy".
       FD  AUDITORIA-FILE.
           COPY "REGAUD.cpy".
       FD  HISTCGO-FILE.
           COPY "REGHCGO.cpy".
       FD  REJEITO-FILE.
       01  LINHA-REJEITO.
           03 REJ-MOTIVO           PIC X(35).
           03 REJ-LINHA            PIC X(91).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-IMP       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-END       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-STATUS-CGO       PIC X(02) VALUE SPACES.
       77  WS-STATUS-HCGO      PIC X(02) VALUE SPACES.
       77  WS-STATUS-REJ       PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
      * proprio lote nao cadastrar o mesmo CPF duas vezes.
       01  TABELA-CPF.
           03 TAB-CPF-USADO    PIC 9(11) OCCURS 5000 TIMES.
       77  WS-ANTES            PIC X(300) VALUE SPACES.
       77  WS-DEPOIS           PIC X(300) VALUE SPACES.
       01  WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL     PIC 9(04).
           03 WS-MES-ATUAL     PIC 9(02).
           03 WS-DIA-ATUAL     PIC 9(02).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== IMPORTACAO DE CADASTROS =====".
           END-IF
           OPEN INPUT IMPORTA-FILE
           IF WS-STATUS-IMP NOT = "00"
               MOVE "IMPORTA.TXT" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-IMP TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "IMPORTA.TXT indisponivel - status "
                   WS-STATUS-IMP
               MOVE 8 TO RETURN-CODE
               CLOSE ENDERECO-FILE
               OPEN INPUT ENDERECO-FILE
           END-IF
           OPEN INPUT CARGO-FILE
           IF WS-STATUS-CGO = "35"
               OPEN OUTPUT CARGO-FILE
               CLOSE CARGO-FILE
               OPEN INPUT CARGO-FILE
           END-IF
           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUD NOT = "00"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           OPEN EXTEND HISTCGO-FILE
           IF WS-STATUS-HCGO NOT = "00"
               OPEN OUTPUT HISTCGO-FILE
           END-IF
           OPEN OUTPUT REJEITO-FILE.

       FECHAR-ARQUIVOS.
           CLOSE IMPORTA-FILE
           CLOSE CADASTRO-FILE
           CLOSE ENDERECO-FILE
           CLOSE CARGO-FILE
           CLOSE HISTCGO-FILE
           CLOSE AUDITORIA-FILE
           CLOSE REJEITO-FILE.

               IF LINHA-VALIDA
                   PERFORM CRITICAR-CPF
               END-IF
               IF LINHA-VALIDA AND IMP-CARGO NOT = SPACES
                   PERFORM CRITICAR-CARGO
               END-IF
           END-IF.

       CRITICAR-DATA-NASCIMENTO.
                   MOVE "N" TO WS-LINHA-VALIDA
           END-READ.

      * Mesma regra do caminho online: cargo ativo no CARGOS e salario
      * dentro da faixa dele.
       CRITICAR-CARGO.
           MOVE IMP-CARGO TO CGO-CODIGO
           READ CARGO-FILE
               INVALID KEY
                   MOVE "CARGO NAO CADASTRADO" TO WS-MOTIVO-REJEITO
                   MOVE "N" TO WS-LINHA-VALIDA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CGO-INATIVO
                           MOVE "CARGO DESATIVADO"
                               TO WS-MOTIVO-REJEITO
                           MOVE "N" TO WS-LINHA-VALIDA
                       WHEN IMP-SALARIO < CGO-SALARIO-MIN
                               OR IMP-SALARIO > CGO-SALARIO-MAX
                           MOVE "SALARIO FORA DA FAIXA DO CARGO"
                               TO WS-MOTIVO-REJEITO
                           MOVE "N" TO WS-LINHA-VALIDA
                   END-EVALUATE
           END-READ.

      * Mesma regra do caminho online: DV pelo VALCPF e CPF inedito
      * entre os ativos (e entre as linhas boas deste proprio lote).
       CRITICAR-CPF.
      * do FD - os campos que a linha de carga nao traz precisam
      * voltar ao valor de cadastro novo antes do WRITE.
           MOVE SPACES TO NUMERO-ALUNO COMPLEMENTO-ALUNO
           MOVE SPACES TO CCUSTO-ALUNO
           MOVE IMP-CARGO TO CARGO-ALUNO
           MOVE SPACE TO FAIXA-SALARIAL-ALUNO
           MOVE ZEROS TO DATA-ADMISSAO
           SET REGISTRO-ATIVO TO TRUE
           WRITE REGISTRO-ALUNO
                   MOVE SPACES TO WS-ANTES
                   MOVE REGISTRO-ALUNO TO WS-DEPOIS
                   PERFORM GRAVAR-AUDITORIA-CARGA
                   IF CARGO-ALUNO NOT = SPACES
                       PERFORM GRAVAR-HISTORICO-CARGO
                   END-IF
           END-WRITE.

      * A data de nascimento da linha ja esta em DIA/MES/ANO-NASC
           MOVE MATRICULA TO AUD-MATRICULA
           MOVE WS-ANTES TO AUD-ANTES
           MOVE WS-DEPOIS TO AUD-DEPOIS
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA.

      * A entrada no cargo pela carga tambem abre a trajetoria da
      * matricula no historico de cargos (HISTCGO/RELHCGO).
       GRAVAR-HISTORICO-CARGO.
           MOVE MATRICULA TO HCGO-MATRICULA
           MOVE NOME-ALUNO TO HCGO-NOME
           MOVE AUD-DATA TO HCGO-DATA
           MOVE AUD-HORA TO HCGO-HORA
           MOVE SPACES TO HCGO-CARGO-ANTIGO
           MOVE CARGO-ALUNO TO HCGO-CARGO-NOVO
           MOVE SALARIO-ALUNO TO HCGO-SALARIO
           MOVE SPACE TO HCGO-FAIXA-SALARIAL
           MOVE "IMPCAD" TO HCGO-PROGRAMA
           WRITE REGISTRO-HISTCGO.

       GRAVAR-REJEITO.
           ADD 1 TO WS-TOTAL-REJEITADAS
           MOVE WS-MOTIVO-REJEITO TO REJ-MOTIVO
           MOVE LINHA-IMPORTA TO REJ-LINHA
           WRITE LINHA-REJEITO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "IMPCAD" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM IMPCAD.
