      *          agencia e conta sao criticados na digitacao; e deste
      *          arquivo que REMESSA tira os dados do credito, e quem
      *          nao tem registro aqui sai no relatorio de excecao da
      *          remessa em vez de ir para o banco. Cada matricula
      *          escolhe o canal do credito - TED na conta ou PIX na
      *          chave: CPF (o do proprio cadastro), telefone com DDD
      *          (gravado +55...), e-mail ou chave aleatoria, cada uma
      *          criticada no formato. No PIX a conta e opcional; na
      *          TED a chave, se houver, fica so cadastrada. Chamado a
      *          partir do menu de cadastros complementares de
      *          SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
           88 MATRICULA-OK         VALUE "S".
       77  WS-DADOS-OK         PIC X(01) VALUE "N".
           88 DADOS-OK             VALUE "S".
       77  WS-CHAVE-OK         PIC X(01) VALUE "N".
           88 CHAVE-OK             VALUE "S".
       77  WS-CHAVE-INTEIRA    PIC X(01) VALUE "N".
           88 CHAVE-INTEIRA        VALUE "S".
       77  WS-CHAVE-DIGITADA   PIC X(77) VALUE SPACES.
       77  WS-TAMANHO-CHAVE    PIC 9(03) VALUE ZERO.
       77  WS-QTDE-ARROBA      PIC 9(03) VALUE ZERO.
       77  WS-QTDE-HIFEN       PIC 9(03) VALUE ZERO.
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
               OPEN I-O BANCARIO-FILE
           END-IF
           IF WS-STATUS-BAN NOT = "00"
               MOVE "DADOSBAN" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-BAN TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de dados bancarios indisponivel - "
                   "status " WS-STATUS-BAN
               GOBACK
           END-IF
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Cadastro indisponivel - status " WS-STATUS-ARQ
               CLOSE BANCARIO-FILE
               GOBACK
               END-IF
           END-IF.

      * O cadastro e relido para a chave PIX do tipo CPF, que sai do
      * CPF-ALUNO da propria matricula.
       ALTERAR-DADOS.
           DISPLAY "Matricula.......: " WITH NO ADVANCING.
           ACCEPT BAN-MATRICULA.
                   DISPLAY "Banco/agencia/conta atuais: " BAN-BANCO
                       " " BAN-AGENCIA " " BAN-CONTA "-" BAN-CONTA-DV
                       " tipo " BAN-TIPO-CONTA
                   DISPLAY "Canal/chave PIX atuais....: " BAN-CANAL
                       " " BAN-PIX-TIPO " " BAN-PIX-CHAVE
                   MOVE BAN-MATRICULA TO MATRICULA
                   READ CADASTRO-FILE
                       INVALID KEY
                           MOVE ZEROS TO CPF-ALUNO
                   END-READ
                   PERFORM SOLICITAR-DADOS-CONTA
                   IF DADOS-OK
                       REWRITE REGISTRO-BANCARIO
                           INVALID KEY
                               MOVE "DADOSBAN" TO ERR-ARQUIVO
                               MOVE "REWRITE" TO ERR-OPERACAO
                               MOVE WS-STATUS-BAN TO ERR-STATUS
                               MOVE BAN-MATRICULA TO ERR-CHAVE
                               PERFORM REGISTRAR-ERRO-IO
                               DISPLAY "Falha ao gravar os dados "
                                   "bancarios"
                           NOT INVALID KEY
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       DELETE BANCARIO-FILE
                           INVALID KEY
                               MOVE "DADOSBAN" TO ERR-ARQUIVO
                               MOVE "DELETE" TO ERR-OPERACAO
                               MOVE WS-STATUS-BAN TO ERR-STATUS
                               MOVE BAN-MATRICULA TO ERR-CHAVE
                               PERFORM REGISTRAR-ERRO-IO
                               DISPLAY "Falha ao excluir os dados "
                                   "bancarios"
                           NOT INVALID KEY
                   END-IF
           END-READ.

      * TED exige a conta completa. PIX exige a chave; a conta pode
      * ficar toda zerada, mas se for informada tem de vir inteira.
       SOLICITAR-DADOS-CONTA.
           MOVE "N" TO WS-DADOS-OK
           DISPLAY "Canal (T-TED P-PIX): " WITH NO ADVANCING.
           ACCEPT BAN-CANAL.
           IF BAN-CANAL = SPACE
               SET BAN-CANAL-TED TO TRUE
           END-IF
           IF BAN-CANAL-PIX
               DISPLAY "PIX - conta opcional, deixe zerada se nao "
                   "houver"
           END-IF
           DISPLAY "Banco (3 dig)...: " WITH NO ADVANCING.
           ACCEPT BAN-BANCO.
           DISPLAY "Agencia (4 dig).: " WITH NO ADVANCING.
           ACCEPT BAN-CONTA-DV.
           DISPLAY "Tipo (C-Corrente P-Poupanca): " WITH NO ADVANCING.
           ACCEPT BAN-TIPO-CONTA.
           PERFORM SOLICITAR-CHAVE-PIX
           EVALUATE TRUE
               WHEN NOT BAN-CANAL-TED AND NOT BAN-CANAL-PIX
                   DISPLAY "Canal invalido - dados nao gravados"
               WHEN NOT CHAVE-OK
                   DISPLAY "Chave PIX invalida - dados nao gravados"
               WHEN BAN-CANAL-PIX AND BAN-BANCO = ZEROS
                       AND BAN-AGENCIA = ZEROS AND BAN-CONTA = ZEROS
                   SET DADOS-OK TO TRUE
               WHEN BAN-BANCO = ZEROS
                   DISPLAY "Banco zerado - dados nao gravados"
               WHEN BAN-AGENCIA = ZEROS
                   SET DADOS-OK TO TRUE
           END-EVALUATE.

      * Tipo em branco = sem chave, aceito so no canal TED.
       SOLICITAR-CHAVE-PIX.
           MOVE "N" TO WS-CHAVE-OK
           MOVE SPACES TO BAN-PIX-CHAVE
           DISPLAY "Chave PIX (C-CPF T-Telefone E-E-mail A-Aleatoria"
               " branco-Sem chave): " WITH NO ADVANCING.
           ACCEPT BAN-PIX-TIPO.
           EVALUATE TRUE
               WHEN BAN-PIX-TIPO = SPACE
                   IF BAN-CANAL-PIX
                       DISPLAY "Canal PIX exige chave"
                   ELSE
                       SET CHAVE-OK TO TRUE
                   END-IF
               WHEN BAN-PIX-CPF
                   PERFORM MONTAR-CHAVE-CPF
               WHEN BAN-PIX-TELEFONE
                   PERFORM SOLICITAR-CHAVE-TELEFONE
               WHEN BAN-PIX-EMAIL
                   PERFORM SOLICITAR-CHAVE-EMAIL
               WHEN BAN-PIX-ALEATORIA
                   PERFORM SOLICITAR-CHAVE-ALEATORIA
               WHEN OTHER
                   DISPLAY "Tipo de chave invalido"
           END-EVALUATE.

      * A chave CPF tem de ser do titular - vem do cadastro, nao e
      * digitada.
       MONTAR-CHAVE-CPF.
           IF CPF-ALUNO = ZEROS
               DISPLAY "Cadastro sem CPF - use outro tipo de chave"
           ELSE
               MOVE CPF-ALUNO TO BAN-PIX-CHAVE
               DISPLAY "Chave CPF.......: " CPF-ALUNO
               SET CHAVE-OK TO TRUE
           END-IF.

       SOLICITAR-CHAVE-TELEFONE.
           DISPLAY "Celular com DDD (so digitos): " WITH NO ADVANCING.
           ACCEPT WS-CHAVE-DIGITADA.
           PERFORM CONFERIR-FIM-CHAVE
           IF CHAVE-INTEIRA
                   AND (WS-TAMANHO-CHAVE = 10 OR WS-TAMANHO-CHAVE = 11)
               IF WS-CHAVE-DIGITADA (1:WS-TAMANHO-CHAVE) IS NUMERIC
                   STRING "+55" DELIMITED BY SIZE
                       WS-CHAVE-DIGITADA DELIMITED BY SPACE
                       INTO BAN-PIX-CHAVE
                   SET CHAVE-OK TO TRUE
               ELSE
                   DISPLAY "Telefone com caractere nao numerico"
               END-IF
           ELSE
               DISPLAY "Telefone deve ter DDD e 8 ou 9 digitos"
           END-IF.

      * Mesma critica do e-mail do cadastro: uma arroba so, que nao
      * abre nem fecha o endereco, e nenhum espaco no meio.
       SOLICITAR-CHAVE-EMAIL.
           DISPLAY "E-mail..........: " WITH NO ADVANCING.
           ACCEPT WS-CHAVE-DIGITADA.
           PERFORM CONFERIR-FIM-CHAVE
           MOVE ZERO TO WS-QTDE-ARROBA
           INSPECT WS-CHAVE-DIGITADA TALLYING WS-QTDE-ARROBA
               FOR ALL "@"
           IF CHAVE-INTEIRA AND WS-QTDE-ARROBA = 1
               IF WS-CHAVE-DIGITADA (1:1) = "@"
                       OR WS-CHAVE-DIGITADA (WS-TAMANHO-CHAVE:1) = "@"
                   DISPLAY "E-mail incompleto"
               ELSE
                   MOVE WS-CHAVE-DIGITADA TO BAN-PIX-CHAVE
                   SET CHAVE-OK TO TRUE
               END-IF
           ELSE
               DISPLAY "E-mail deve ter uma arroba e nenhum espaco"
           END-IF.

      * Chave aleatoria: 36 posicoes, 32 caracteres em 5 grupos
      * separados por hifen (8-4-4-4-12).
       SOLICITAR-CHAVE-ALEATORIA.
           DISPLAY "Chave aleatoria.: " WITH NO ADVANCING.
           ACCEPT WS-CHAVE-DIGITADA.
           PERFORM CONFERIR-FIM-CHAVE
           MOVE ZERO TO WS-QTDE-HIFEN
           INSPECT WS-CHAVE-DIGITADA TALLYING WS-QTDE-HIFEN
               FOR ALL "-"
           IF CHAVE-INTEIRA AND WS-TAMANHO-CHAVE = 36
                   AND WS-QTDE-HIFEN = 4
                   AND WS-CHAVE-DIGITADA (9:1) = "-"
                   AND WS-CHAVE-DIGITADA (14:1) = "-"
                   AND WS-CHAVE-DIGITADA (19:1) = "-"
                   AND WS-CHAVE-DIGITADA (24:1) = "-"
               MOVE WS-CHAVE-DIGITADA TO BAN-PIX-CHAVE
               SET CHAVE-OK TO TRUE
           ELSE
               DISPLAY "Chave aleatoria fora do formato "
                   "8-4-4-4-12"
           END-IF.

      * Tamanho da chave digitada ate o primeiro espaco; inteira quando
      * nao esta vazia e nada vem depois desse espaco.
       CONFERIR-FIM-CHAVE.
           MOVE "N" TO WS-CHAVE-INTEIRA
           MOVE ZERO TO WS-TAMANHO-CHAVE
           INSPECT WS-CHAVE-DIGITADA TALLYING WS-TAMANHO-CHAVE
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN WS-TAMANHO-CHAVE = ZERO
                   CONTINUE
               WHEN WS-TAMANHO-CHAVE = 77
                   SET CHAVE-INTEIRA TO TRUE
               WHEN WS-CHAVE-DIGITADA (WS-TAMANHO-CHAVE + 1:) = SPACES
                   SET CHAVE-INTEIRA TO TRUE
           END-EVALUATE.

       LISTAR-DADOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           DISPLAY "Matricula Banco Agencia Conta      Dv Tipo Canal "
               "Chave PIX"
           PERFORM LER-PROXIMO-BANCARIO
           PERFORM MOSTRAR-BANCARIO UNTIL FIM-ARQUIVO.

       MOSTRAR-BANCARIO.
           DISPLAY BAN-MATRICULA "    " BAN-BANCO "   " BAN-AGENCIA
               "    " BAN-CONTA " " BAN-CONTA-DV "  " BAN-TIPO-CONTA
               "    " BAN-CANAL "     " BAN-PIX-TIPO " " BAN-PIX-CHAVE
           PERFORM LER-PROXIMO-BANCARIO.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANBANCO" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANBANCO.
