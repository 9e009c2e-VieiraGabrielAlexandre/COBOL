      * Date:
      * Purpose: Manutencao do cadastro de fornecedores (arquivo
      *          FORNECED, REGFOR.cpy) - incluir, alterar, excluir e
      *          listar fornecedores com contato, prazo de entrega e
      *          prazo de pagamento das notas.
      *          E o cadastro que o item aponta em ITEM-FORNECEDOR
      *          (MANITEM) e que o job de reposicao carimba no pedido;
      *          o telefone do fornecedor sai do caderno do comprador.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
               OPEN I-O FORNECEDOR-FILE
           END-IF
           IF WS-STATUS-FOR NOT = "00"
               MOVE "FORNECED" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-FOR TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de fornecedores indisponivel - "
                   "status " WS-STATUS-FOR
               GOBACK
           ACCEPT FOR-CONTATO.
           DISPLAY "Prazo (dias)....: " WITH NO ADVANCING.
           ACCEPT FOR-PRAZO-DIAS.
           DISPLAY "Prazo pagto (dias, zeros = padrao): "
               WITH NO ADVANCING.
           ACCEPT FOR-PRAZO-PAGTO.
           WRITE REGISTRO-FORNECEDOR
               INVALID KEY
                   DISPLAY "Fornecedor ja cadastrado - use Alterar"
               DISPLAY "Prazo   [" FOR-PRAZO-DIAS "]: "
                   WITH NO ADVANCING
               ACCEPT FOR-PRAZO-DIAS
               DISPLAY "Pagto   [" FOR-PRAZO-PAGTO "]: "
                   WITH NO ADVANCING
               ACCEPT FOR-PRAZO-PAGTO
               REWRITE REGISTRO-FORNECEDOR
                   INVALID KEY
                       MOVE "FORNECED" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-FOR TO ERR-STATUS
                       MOVE FOR-CODIGO TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao gravar o fornecedor"
                   NOT INVALID KEY
                       DISPLAY "Fornecedor alterado com sucesso"
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   DELETE FORNECEDOR-FILE
                       INVALID KEY
                           MOVE "FORNECED" TO ERR-ARQUIVO
                           MOVE "DELETE" TO ERR-OPERACAO
                           MOVE WS-STATUS-FOR TO ERR-STATUS
                           MOVE FOR-CODIGO TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao excluir o fornecedor"
                       NOT INVALID KEY
                           DISPLAY "Fornecedor excluido com sucesso"
       LISTAR-FORNECEDORES.
           MOVE "N" TO WS-FIM-ARQUIVO
           DISPLAY "Codigo Nome                           Contato"
               "                        Prazo Pagto"
           PERFORM LER-PROXIMO-FORNECEDOR
           PERFORM MOSTRAR-FORNECEDOR UNTIL FIM-ARQUIVO.


       MOSTRAR-FORNECEDOR.
           DISPLAY FOR-CODIGO "   " FOR-NOME " " FOR-CONTATO " "
               FOR-PRAZO-DIAS "   " FOR-PRAZO-PAGTO
           PERFORM LER-PROXIMO-FORNECEDOR.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANFORN" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANFORN.
