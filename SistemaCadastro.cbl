       FD  ACESSO-FILE.
           COPY "REGACES.cpy".
       FD  HISTORICO-FILE.
       01  LINHA-HISTORICO     PIC X(81).
       FD  SESSAO-FILE.
           COPY "REGSES.cpy".
       WORKING-STORAGE SECTION.
           03  AGENDFER        PIC X(10)  VALUE "AGENDFER".
           03  RESCISAO        PIC X(10)  VALUE "RESCISAO".
           03  MANVERBA        PIC X(10)  VALUE "MANVERBA".
           03  MANCONSG        PIC X(10)  VALUE "MANCONSG".
           03  MANDEP          PIC X(10)  VALUE "MANDEP".
           03  APROVFOL        PIC X(10)  VALUE "APROVFOL".
           03  LANOCORR        PIC X(10)  VALUE "LANOCORR".
           03  MANFORN         PIC X(10)  VALUE "MANFORN".
           03  CONTAGEM        PIC X(10)  VALUE "CONTAGEM".
           03  KARDEX          PIC X(10)  VALUE "KARDEX".
           03  LANCNF          PIC X(10)  VALUE "LANCNF".
           03  MANALM          PIC X(10)  VALUE "MANALM".
           03  INSPREC         PIC X(10)  VALUE "INSPREC".
           03  MANREQ          PIC X(10)  VALUE "MANREQ".
           03  REVREPAG        PIC X(10)  VALUE "REVREPAG".
           03  RELSPOOL        PIC X(10)  VALUE "RELSPOOL".
           03  MANCUSTO        PIC X(10)  VALUE "MANCUSTO".
           03  MANCARGO        PIC X(10)  VALUE "MANCARGO".
           03  MANORCA         PIC X(10)  VALUE "MANORCA".
           03  MANAGEND        PIC X(10)  VALUE "MANAGEND".
           03  MANPLANO        PIC X(10)  VALUE "MANPLANO".
           03  MANEXPER        PIC X(10)  VALUE "MANEXPER".
           03  MANEMPR         PIC X(10)  VALUE "MANEMPR".
           03  APROVREP        PIC X(10)  VALUE "APROVREP".
           03  MANACORD        PIC X(10)  VALUE "MANACORD".
           03  APROVMIG        PIC X(10)  VALUE "APROVMIG".
           03  MANPASSO        PIC X(10)  VALUE "MANPASSO".
           03  LGPDACES        PIC X(10)  VALUE "LGPDACES".
           03  CONERRO         PIC X(10)  VALUE "CONERRO".
           03  RELSELEC        PIC X(10)  VALUE "RELSELEC".
           03  MANAVISO        PIC X(10)  VALUE "MANAVISO".
       77  WS-STATUS-OPER      PIC X(02) VALUE SPACES.
       77  WS-SENHA-DIGITADA   PIC X(08) VALUE SPACES.
       77  WS-SENHA-NOVA       PIC X(08) VALUE SPACES.
       77  WS-LOCK-ATIVO       PIC X(01) VALUE "N".
           88 LOCK-ATIVO           VALUE "S".
       77  WS-OPCAO-ADM        PIC 9(02) VALUE ZERO.
       77  WS-OPCAO-COMP       PIC 9(02) VALUE ZERO.
       77  WS-OPCAO-EST        PIC 9(02) VALUE ZERO.
       77  WS-OPCAO-REL        PIC 9(02) VALUE ZERO.
       77  WS-STATUS-ACE       PIC X(02) VALUE SPACES.
       77  WS-RESULTADO-ACESSO PIC X(01) VALUE SPACE.
       77  WS-STATUS-HIST      PIC X(02) VALUE SPACES.
      * Registro de historico montado em WORKING-STORAGE, como em
      * PROCNOT e PAINEL - o banner de noite com falha le daqui.
           COPY "REGHIST.cpy".
           COPY "REGERRO.cpy".
       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           02  BLANK SCREEN BACKGROUND-COLOR 4 FOREGROUND-COLOR 7.
                       END-IF
                       END-IF

                   WHEN 4 CALL CONUSUARIO USING OPCAO
                                       OPERADOR-LOGADO ON OVERFLOW
                                       PERFORM MENSAGEM-SECT

                   WHEN 5 PERFORM RELATORIO-SECT

                   WHEN 6 CALL EXPUSUARIO USING OPCAO
                                       OPERADOR-LOGADO ON OVERFLOW
                                       PERFORM MENSAGEM-SECT

                   WHEN 7 GO TO END-PROGRAMA
           CONTROLE-SENHA.
                     OPEN I-O OPERADOR-FILE.
                     IF WS-STATUS-OPER NOT = "00"
                         MOVE "OPERADOR" TO ERR-ARQUIVO
                         MOVE "OPEN" TO ERR-OPERACAO
                         MOVE WS-STATUS-OPER TO ERR-STATUS
                         PERFORM REGISTRAR-ERRO-IO-SECT
                         GO TO CONTROLE-SENHA-FIM
                     END-IF.
                     MOVE OPERADOR-LOGADO TO OPERADOR-ID.
           TROCAR-SENHA-PROPRIA.
                     OPEN I-O OPERADOR-FILE.
                     IF WS-STATUS-OPER NOT = "00"
                         MOVE "OPERADOR" TO ERR-ARQUIVO
                         MOVE "OPEN" TO ERR-OPERACAO
                         MOVE WS-STATUS-OPER TO ERR-STATUS
                         PERFORM REGISTRAR-ERRO-IO-SECT
                         DISPLAY "Arquivo de operadores "
                                   "indisponivel" AT 2230
                                   WITH HIGHLIGHT
                     MOVE "N" TO OPERADOR-TROCA-OBRIG.
                     REWRITE REGISTRO-OPERADOR
                         INVALID KEY
                             MOVE "OPERADOR" TO ERR-ARQUIVO
                             MOVE "REWRITE" TO ERR-OPERACAO
                             MOVE WS-STATUS-OPER TO ERR-STATUS
                             MOVE OPERADOR-ID TO ERR-CHAVE
                             PERFORM REGISTRAR-ERRO-IO-SECT
                             DISPLAY "Falha ao gravar a senha"
                                       AT 3010 WITH HIGHLIGHT
                         NOT INVALID KEY

           ADMINISTRACAO-SECT SECTION.
           ADMINISTRACAO.
                     DISPLAY "----- ADMINISTRACAO -----" AT 1810.
                     DISPLAY "1-Operadores  2-Consulta auditoria  "
                               "3-Reconstituicao" AT 1910.
                     DISPLAY "4-Restaurar geracao  5-Enderecos  "
                               "6-Acessos  7-Aprovacoes" AT 2010.
                     DISPLAY "8-Numeracao  9-Voltar  "
                               "10-Aprovacao folha  11-Parametros"
                               AT 2110.
                     DISPLAY "12-Sessoes  13-C.custo  14-Cargos  "
                               "15-Orcamento  16-Empregadores"
                               AT 2210.
                     DISPLAY "17-Reposicao 18-Migracao 19-Passos "
                               "20-LGPD 21-Erros E/S 22-Avisos" AT 2310.
                     DISPLAY "Opcao: " AT 2410.
                     ACCEPT WS-OPCAO-ADM AT 2418 WITH AUTO.
                     EVALUATE WS-OPCAO-ADM
                             CALL MANSESS USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN 13
                             CALL MANCUSTO USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN 14
                             CALL MANCARGO USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN 15
                             CALL MANORCA USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN 16
                             CALL MANEMPR USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN 17
                             CALL APROVREP USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN 18
                             CALL APROVMIG USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN 19
                             CALL MANPASSO USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN 20
                             CALL LGPDACES USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN 21
                             CALL CONERRO USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN 22
                             CALL MANAVISO USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN OTHER
                             PERFORM MENSAGEM-SECT
                     END-EVALUATE.
                               "5-Dependentes  6-Ocorrencias  "
                               "7-Estoque  8-Repagamentos  "
                               "9-Voltar" AT 2110.
                     DISPLAY "10-Consignados  11-Alteracoes agendadas"
                               "  12-Planos de saude  "
                               "13-Experiencia" AT 2210.
                     DISPLAY "14-Acordos de mensalidade" AT 2310.
                     DISPLAY "Opcao: " AT 2410.
                     ACCEPT WS-OPCAO-COMP AT 2418 WITH AUTO.
                     EVALUATE WS-OPCAO-COMP
                         WHEN 1
                             CALL MANBANCO USING OPERADOR-LOGADO
                                         PERFORM MENSAGEM-SECT
                         WHEN 9
                             CONTINUE
                         WHEN 10
                             CALL MANCONSG USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN 11
                             CALL MANAGEND USING OPERADOR-LOGADO
                                         PERFIL-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN 12
                             CALL MANPLANO USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN 13
                             CALL MANEXPER USING OPERADOR-LOGADO
                                         PERFIL-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN 14
                             CALL MANACORD USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN OTHER
                             PERFORM MENSAGEM-SECT
                     END-EVALUATE.
           COMPLEMENTAR-FIM.
               EXIT.

      * Relatorio fixo do cadastro ou relatorio por selecao, com
      * criterios, ordem e colunas escolhidos pelo operador.
           RELATORIO-SECT SECTION.
           RELATORIO.
                     DISPLAY "----- RELATORIOS -----" AT 2010.
                     DISPLAY "1-Relatorio do cadastro  "
                               "2-Relatorio por selecao  "
                               "9-Voltar" AT 2110.
                     DISPLAY "Opcao: " AT 2410.
                     ACCEPT WS-OPCAO-REL AT 2418 WITH AUTO.
                     EVALUATE WS-OPCAO-REL
                         WHEN 1
                             CALL RELUSUARIO USING OPCAO
                                         OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN 2
                             CALL RELSELEC USING OPCAO
                                         OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN 9
                             CONTINUE
                         WHEN OTHER
                             PERFORM MENSAGEM-SECT
                     END-EVALUATE.

           RELATORIO-FIM.
               EXIT.

      * O submenu de estoque herda do caminho ate aqui o login, o
      * perfil de atualizacao ("U"/"S") e a janela do batch - ninguem
      * mais lanca movimento pela linha de comando enquanto o
                     DISPLAY "1-Movimentos  2-Receber pedidos  "
                               "3-Itens  4-Fornecedores" AT 2110.
                     DISPLAY "5-Contagem fisica  6-Kardex  "
                               "7-Valorizacao (spool)  8-Requisicoes  "
                               "9-Voltar" AT 2210.
                     DISPLAY "10-Notas fiscais / contas a pagar  "
                               "11-Almoxarifados  12-Inspecao" AT 2310.
                     DISPLAY "Opcao: " AT 2410.
                     ACCEPT WS-OPCAO-EST AT 2418 WITH AUTO.
                     EVALUATE WS-OPCAO-EST
                         WHEN 1
                             CALL LANMOV USING OPERADOR-LOGADO
                             CALL RELSPOOL
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
      * Requisicao de material por departamento - a aprovacao pede o
      * supervisor dentro do proprio MANREQ.
                         WHEN 8
                             CALL MANREQ USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN 9
                             CONTINUE
      * Conferencia da nota do fornecedor contra pedido e recebimento;
      * a liberacao de nota retida pede o supervisor dentro do LANCNF.
                         WHEN 10
                             CALL LANCNF USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
      * Cadastro dos almoxarifados e consulta do saldo do item por
      * local; a transferencia entre eles e lancada no LANMOV.
                         WHEN 11
                             CALL MANALM USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
      * Inspecao do que RECEBPED deixou em quarentena: o aceito entra
      * no estoque, o rejeitado volta ao fornecedor com nota de
      * debito. Quem recebeu nao inspeciona.
                         WHEN 12
                             CALL INSPREC USING OPERADOR-LOGADO
                                         ON OVERFLOW
                                         PERFORM MENSAGEM-SECT
                         WHEN OTHER
                             PERFORM MENSAGEM-SECT
                     END-EVALUATE.
                             OPEN INPUT OPERADOR-FILE
                         END-IF
                         IF WS-STATUS-OPER NOT = "00"
                             MOVE "OPERADOR" TO ERR-ARQUIVO
                             MOVE "OPEN" TO ERR-OPERACAO
                             MOVE WS-STATUS-OPER TO ERR-STATUS
                             PERFORM REGISTRAR-ERRO-IO-SECT
                             DISPLAY "Arquivo de operadores "
                                       "indisponivel" AT 2230
                                       WITH HIGHLIGHT
           GRAVAR-ACESSO-FIM.
               EXIT.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave. Antes
      * do login ainda nao ha operador e a linha sai sem ele.
           REGISTRAR-ERRO-IO-SECT SECTION.
           REGISTRAR-ERRO-IO.
                     MOVE "SISTEMACADASTRO" TO ERR-PROGRAMA.
                     MOVE OPERADOR-LOGADO TO ERR-OPERADOR.
                     CALL "LOGERRO" USING REGISTRO-ERRO-IO.
                     MOVE SPACES TO ERR-CHAVE.

           REGISTRAR-ERRO-IO-FIM.
               EXIT.

       END PROGRAM SISTEMACADASTRO.
