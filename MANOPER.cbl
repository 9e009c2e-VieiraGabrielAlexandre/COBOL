      * Purpose: Manutencao do arquivo OPERADOR - incluir um novo
      *          operador, trocar OPERADOR-SENHA, corrigir
      *          OPERADOR-NOME, desativar/reativar um operador que
      *          saiu ou voltou, conceder ou revogar a permissao de
      *          dados sensiveis (salario e CPF sem mascara) e listar
      *          o arquivo. Chamado a partir
      *          do menu de administracao de SistemaCadastro.cbl, da
      *          mesma forma que CADUSUARIO e os demais subprogramas.
      * Tectonics: cobc
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-PERFIL-DIGITADO  PIC X(01) VALUE SPACE.
           88 PERFIL-DIGITADO-OK   VALUE "C" "U" "S".
       77  WS-SENSIVEL-DIGITADO PIC X(01) VALUE SPACE.
           88 SENSIVEL-DIGITADO-OK VALUE "S" "N".
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
       MAIN-PROCEDURE.
           OPEN I-O OPERADOR-FILE
           IF WS-STATUS-OPER NOT = "00"
               MOVE "OPERADOR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-OPER TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de operadores indisponivel"
           ELSE
               PERFORM ESCOLHER-OPCAO
           DISPLAY "----- MANUTENCAO DE OPERADORES -----".
           DISPLAY "1-Incluir  2-Trocar senha  3-Alterar nome".
           DISPLAY "4-Desativar  5-Reativar  6-Listar  "
               "7-Alterar perfil  8-Dados sensiveis : "
               WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO.
           EVALUATE WS-SUBOPCAO
               WHEN 1 PERFORM INCLUIR-OPERADOR
               WHEN 5 PERFORM REATIVAR-OPERADOR
               WHEN 6 PERFORM LISTAR-OPERADORES
               WHEN 7 PERFORM ALTERAR-PERFIL
               WHEN 8 PERFORM ALTERAR-DADOS-SENSIVEIS
               WHEN OTHER DISPLAY "Opcao invalida"
           END-EVALUATE.

           MOVE SPACE TO WS-PERFIL-DIGITADO
           PERFORM SOLICITAR-PERFIL UNTIL PERFIL-DIGITADO-OK
           MOVE WS-PERFIL-DIGITADO TO OPERADOR-PERFIL
           MOVE SPACE TO WS-SENSIVEL-DIGITADO
           PERFORM SOLICITAR-SENSIVEL UNTIL SENSIVEL-DIGITADO-OK
           MOVE WS-SENSIVEL-DIGITADO TO OPERADOR-DADOS-SENSIVEIS
           SET OPERADOR-ATIVO TO TRUE
           MOVE ZEROS TO OPERADOR-SENHA-DATA
           MOVE "S" TO OPERADOR-TROCA-OBRIG
               PERFORM REGRAVAR-OPERADOR
           END-IF.

      * Permissao de dados sensiveis: sem ela o salario sai em
      * asteriscos e o CPF so com os dois ultimos digitos na consulta,
      * no relatorio e na exportacao do cadastro. Vale no proximo
      * acesso do operador - os programas leem a permissao do arquivo
      * a cada chamada, nao do login.
       ALTERAR-DADOS-SENSIVEIS.
           PERFORM LOCALIZAR-OPERADOR
           IF WS-STATUS-OPER = "00"
               DISPLAY "Dados sensiveis.: " OPERADOR-DADOS-SENSIVEIS
               MOVE SPACE TO WS-SENSIVEL-DIGITADO
               PERFORM SOLICITAR-SENSIVEL UNTIL SENSIVEL-DIGITADO-OK
               MOVE WS-SENSIVEL-DIGITADO TO OPERADOR-DADOS-SENSIVEIS
               PERFORM REGRAVAR-OPERADOR
           END-IF.

       SOLICITAR-SENSIVEL.
           DISPLAY "Ve salario e CPF sem mascara (S/N): "
               WITH NO ADVANCING.
           ACCEPT WS-SENSIVEL-DIGITADO.
           IF WS-SENSIVEL-DIGITADO = "s"
               MOVE "S" TO WS-SENSIVEL-DIGITADO
           END-IF
           IF WS-SENSIVEL-DIGITADO = "n"
               MOVE "N" TO WS-SENSIVEL-DIGITADO
           END-IF
           IF NOT SENSIVEL-DIGITADO-OK
               DISPLAY "Resposta invalida - digite S ou N"
           END-IF.

       SOLICITAR-PERFIL.
           DISPLAY "Perfil (C-Consulta U-Atualizacao S-Supervisor): "
               WITH NO ADVANCING.
       REGRAVAR-OPERADOR.
           REWRITE REGISTRO-OPERADOR
               INVALID KEY
                   MOVE "OPERADOR" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-OPER TO ERR-STATUS
                   MOVE OPERADOR-ID TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar operador"
               NOT INVALID KEY
                   DISPLAY "Operador gravado com sucesso"
       LISTAR-OPERADORES.
           MOVE "N" TO WS-FIM-ARQUIVO
           DISPLAY "Operador Nome                           Status"
               "  Dados sensiveis"
           PERFORM LER-PROXIMO-OPERADOR
           PERFORM MOSTRAR-OPERADOR UNTIL FIM-ARQUIVO.


       MOSTRAR-OPERADOR.
           IF OPERADOR-INATIVO
               DISPLAY OPERADOR-ID " " OPERADOR-NOME " INATIVO "
                   OPERADOR-DADOS-SENSIVEIS
           ELSE
               DISPLAY OPERADOR-ID " " OPERADOR-NOME " ATIVO   "
                   OPERADOR-DADOS-SENSIVEIS
           END-IF
           PERFORM LER-PROXIMO-OPERADOR.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANOPER" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANOPER.
