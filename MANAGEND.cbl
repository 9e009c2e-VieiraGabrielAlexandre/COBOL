      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta, cancelamento e aprovacao das alteracoes de
      *          cadastro com vigencia futura (arquivo AGENDCAD,
      *          REGAGE.cpy) que o Alterar de CADUSUARIO deixou
      *          agendadas. Lista por matricula ou tudo o que ainda
      *          esta em aberto, mostrando o que muda (salario, CEP,
      *          centro de custo, cargo); cancela um agendamento antes
      *          da vigencia - o operador so cancela o que ele mesmo
      *          digitou, o supervisor qualquer um - e, para o
      *          supervisor, aprova ou rejeita o que aguarda decisao,
      *          como APROVPEN faz com a fila imediata. So o aprovado
      *          e aplicado pelo passo noturno APLAGEND. Chamado a
      *          partir do menu de cadastros complementares de
      *          SistemaCadastro.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGEND.
       ENVIRONMENT DIVISION.
      * Decimal separator is a build-time switch, same as EXEMPLO1.COB:
      * compile with "cobc -D BRLOCALE=1 ..." for shops that key and
      * display salaries with a comma (REGCAD.cpy's SALARIO/DEDUCAO
      * -EDIT pictures only parse correctly when this is in effect).
      >>IF BRLOCALE DEFINED
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      >>END-IF
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDADA-FILE ASSIGN TO "AGENDCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-NUMERO
               FILE STATUS IS WS-STATUS-AGE.
       DATA DIVISION.
       FILE SECTION.
       FD  AGENDADA-FILE.
           COPY "REGAGE.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-AGE       PIC X(02) VALUE SPACES.
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZERO.
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-MATRICULA-CONSULTA PIC 9(06) VALUE ZEROS.
       77  WS-SO-EM-ABERTO     PIC X(01) VALUE "N".
           88 SO-EM-ABERTO         VALUE "S".
       77  WS-TOTAL-LISTADOS   PIC 9(04) VALUE ZERO.
       77  WS-NUMERO-ESCOLHIDO PIC 9(06) VALUE ZEROS.
       77  WS-DECISAO          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACE.
       77  WS-SITUACAO-TEXTO   PIC X(14) VALUE SPACES.
      * Decomposicao das imagens X(300) do agendamento - os campos
      * espelham, byte a byte, o REGISTRO-ALUNO de REGCAD.cpy, como em
      * APROVPEN e RECAUDIT.
       01  IMAGEM-ANTES.
           03 IMA-MATRICULA        PIC 9(06).
           03 IMA-PRIMEIRONOME     PIC X(20).
           03 IMA-SOBRENOME        PIC X(20).
           03 IMA-SALARIO          PIC 9(10)V99.
           03 IMA-SALARIO-EDIT     PIC X(13).
           03 FILLER               PIC X(58).
           03 IMA-CEP              PIC 9(08).
           03 FILLER               PIC X(09).
           03 IMA-CPF              PIC 9(11).
           03 FILLER               PIC X(14).
           03 IMA-NUMERO           PIC X(06).
           03 IMA-COMPLEMENTO      PIC X(15).
           03 FILLER               PIC X(09).
           03 IMA-CCUSTO           PIC X(06).
           03 IMA-CARGO            PIC X(06).
           03 FILLER               PIC X(01).
           03 IMA-EMAIL            PIC X(50).
           03 FILLER               PIC X(36).
       01  IMAGEM-DEPOIS.
           03 IMD-MATRICULA        PIC 9(06).
           03 IMD-PRIMEIRONOME     PIC X(20).
           03 IMD-SOBRENOME        PIC X(20).
           03 IMD-SALARIO          PIC 9(10)V99.
           03 IMD-SALARIO-EDIT     PIC X(13).
           03 FILLER               PIC X(58).
           03 IMD-CEP              PIC 9(08).
           03 FILLER               PIC X(09).
           03 IMD-CPF              PIC 9(11).
           03 FILLER               PIC X(14).
           03 IMD-NUMERO           PIC X(06).
           03 IMD-COMPLEMENTO      PIC X(15).
           03 FILLER               PIC X(09).
           03 IMD-CCUSTO           PIC X(06).
           03 IMD-CARGO            PIC X(06).
           03 FILLER               PIC X(01).
           03 IMD-EMAIL            PIC X(50).
           03 FILLER               PIC X(36).
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       01  PERFIL-LOGADO       PIC X(01).
           88 LOGADO-SUPERVISOR    VALUE "S".
       PROCEDURE DIVISION USING OPERADOR-LOGADO, PERFIL-LOGADO.
       MAIN-PROCEDURE.
           OPEN I-O AGENDADA-FILE
           IF WS-STATUS-AGE = "35"
               DISPLAY "Nenhuma alteracao agendada"
               GOBACK
           END-IF
           IF WS-STATUS-AGE NOT = "00"
               MOVE "AGENDCAD" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-AGE TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Arquivo de agendamentos indisponivel - status "
                   WS-STATUS-AGE
               GOBACK
           END-IF
           PERFORM ESCOLHER-OPCAO
           CLOSE AGENDADA-FILE
           GOBACK.

       ESCOLHER-OPCAO.
           DISPLAY "----- ALTERACOES AGENDADAS -----".
           DISPLAY "1-Consultar matricula  2-Listar em aberto  "
               "3-Cancelar  4-Aprovar/rejeitar : " WITH NO ADVANCING.
           ACCEPT WS-SUBOPCAO.
           EVALUATE WS-SUBOPCAO
               WHEN 1 PERFORM CONSULTAR-MATRICULA
               WHEN 2 PERFORM LISTAR-EM-ABERTO
               WHEN 3 PERFORM CANCELAR-AGENDAMENTO
               WHEN 4
                   IF LOGADO-SUPERVISOR
                       PERFORM DECIDIR-AGENDAMENTO
                   ELSE
                       DISPLAY "So um supervisor aprova alteracao "
                           "agendada"
                   END-IF
               WHEN OTHER DISPLAY "Opcao invalida"
           END-EVALUATE.

      * Toda a vida da matricula no arquivo - inclusive as ja
      * aplicadas, canceladas e rejeitadas, com quem decidiu.
       CONSULTAR-MATRICULA.
           DISPLAY "Matricula.......: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA-CONSULTA.
           MOVE "N" TO WS-SO-EM-ABERTO
           PERFORM PERCORRER-AGENDAMENTOS
           IF WS-TOTAL-LISTADOS = ZERO
               DISPLAY "Nenhum agendamento para a matricula"
           END-IF.

       LISTAR-EM-ABERTO.
           MOVE ZEROS TO WS-MATRICULA-CONSULTA
           SET SO-EM-ABERTO TO TRUE
           PERFORM PERCORRER-AGENDAMENTOS
           IF WS-TOTAL-LISTADOS = ZERO
               DISPLAY "Nenhum agendamento em aberto"
           END-IF.

       PERCORRER-AGENDAMENTOS.
           MOVE ZERO TO WS-TOTAL-LISTADOS
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO AGE-NUMERO
           START AGENDADA-FILE KEY NOT < AGE-NUMERO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-AGENDADO
           END-IF
           PERFORM FILTRAR-AGENDAMENTO UNTIL FIM-ARQUIVO.

       LER-PROXIMO-AGENDADO.
           READ AGENDADA-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       FILTRAR-AGENDAMENTO.
           IF SO-EM-ABERTO
               IF AGE-AGUARDANDO OR AGE-APROVADA
                   PERFORM MOSTRAR-AGENDAMENTO
               END-IF
           ELSE
               IF AGE-MATRICULA = WS-MATRICULA-CONSULTA
                   PERFORM MOSTRAR-AGENDAMENTO
               END-IF
           END-IF
           PERFORM LER-PROXIMO-AGENDADO.

      * So os campos que a alteracao mexe aparecem na segunda linha -
      * e o que o aprovador precisa conferir.
       MOSTRAR-AGENDAMENTO.
           ADD 1 TO WS-TOTAL-LISTADOS
           PERFORM DESCREVER-SITUACAO
           MOVE AGE-ANTES TO IMAGEM-ANTES
           MOVE AGE-DEPOIS TO IMAGEM-DEPOIS
           DISPLAY "Agendamento " AGE-NUMERO " matricula "
               AGE-MATRICULA " vigencia " AGE-VIGENCIA " "
               WS-SITUACAO-TEXTO " por " AGE-OPERADOR " em " AGE-DATA
           DISPLAY "  " IMD-PRIMEIRONOME IMD-SOBRENOME
           IF IMA-PRIMEIRONOME NOT = IMD-PRIMEIRONOME
                   OR IMA-SOBRENOME NOT = IMD-SOBRENOME
               DISPLAY "  Nome......: " IMA-PRIMEIRONOME
                   IMA-SOBRENOME " -> " IMD-PRIMEIRONOME IMD-SOBRENOME
           END-IF
           IF IMA-SALARIO NOT = IMD-SALARIO
               DISPLAY "  Salario...: " IMA-SALARIO-EDIT " -> "
                   IMD-SALARIO-EDIT
           END-IF
           IF IMA-CEP NOT = IMD-CEP OR IMA-NUMERO NOT = IMD-NUMERO
                   OR IMA-COMPLEMENTO NOT = IMD-COMPLEMENTO
               DISPLAY "  Endereco..: " IMA-CEP " " IMA-NUMERO " "
                   IMA-COMPLEMENTO " -> " IMD-CEP " " IMD-NUMERO " "
                   IMD-COMPLEMENTO
           END-IF
           IF IMA-CPF NOT = IMD-CPF
               DISPLAY "  CPF.......: " IMA-CPF " -> " IMD-CPF
           END-IF
           IF IMA-CCUSTO NOT = IMD-CCUSTO
               DISPLAY "  C.custo...: " IMA-CCUSTO " -> " IMD-CCUSTO
           END-IF
           IF IMA-CARGO NOT = IMD-CARGO
               DISPLAY "  Cargo.....: " IMA-CARGO " -> " IMD-CARGO
           END-IF
           IF IMA-EMAIL NOT = IMD-EMAIL
               DISPLAY "  E-mail....: " IMD-EMAIL
           END-IF
           IF AGE-RESPONSAVEL NOT = SPACES
               DISPLAY "  Decidido por " AGE-RESPONSAVEL " em "
                   AGE-DATA-DECISAO
           END-IF
           IF AGE-APLICADA
               DISPLAY "  Aplicado em " AGE-DATA-APLICACAO
           END-IF.

       DESCREVER-SITUACAO.
           EVALUATE TRUE
               WHEN AGE-AGUARDANDO
                   MOVE "AGUARDA APROV." TO WS-SITUACAO-TEXTO
               WHEN AGE-APROVADA
                   MOVE "APROVADO" TO WS-SITUACAO-TEXTO
               WHEN AGE-REJEITADA
                   MOVE "REJEITADO" TO WS-SITUACAO-TEXTO
               WHEN AGE-CANCELADA
                   MOVE "CANCELADO" TO WS-SITUACAO-TEXTO
               WHEN AGE-APLICADA
                   MOVE "APLICADO" TO WS-SITUACAO-TEXTO
               WHEN AGE-NAO-APLICADA
                   MOVE "NAO APLICADO" TO WS-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE "?" TO WS-SITUACAO-TEXTO
           END-EVALUATE.

      * Cancelar e possivel ate o passo noturno aplicar - aguardando
      * ou ja aprovado. O operador cancela o proprio agendamento; o
      * de outro operador, so o supervisor.
       CANCELAR-AGENDAMENTO.
           PERFORM LER-AGENDAMENTO-ESCOLHIDO
           IF WS-NUMERO-ESCOLHIDO NOT = ZEROS
               EVALUATE TRUE
                   WHEN NOT AGE-AGUARDANDO AND NOT AGE-APROVADA
                       DISPLAY "Agendamento nao esta mais em aberto"
                   WHEN AGE-OPERADOR NOT = OPERADOR-LOGADO
                           AND NOT LOGADO-SUPERVISOR
                       DISPLAY "Agendamento digitado por "
                           AGE-OPERADOR " - so ele ou um supervisor "
                           "cancela"
                   WHEN OTHER
                       PERFORM CONFIRMAR-CANCELAMENTO
               END-EVALUATE
           END-IF.

       CONFIRMAR-CANCELAMENTO.
           PERFORM MOSTRAR-AGENDAMENTO
           DISPLAY "Confirma cancelamento (S/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               SET AGE-CANCELADA TO TRUE
               PERFORM REGRAVAR-DECISAO
               DISPLAY "Agendamento " AGE-NUMERO " cancelado"
           ELSE
               DISPLAY "Cancelamento desistido"
           END-IF.

       DECIDIR-AGENDAMENTO.
           MOVE ZEROS TO WS-MATRICULA-CONSULTA
           SET SO-EM-ABERTO TO TRUE
           PERFORM PERCORRER-AGENDAMENTOS
           IF WS-TOTAL-LISTADOS = ZERO
               DISPLAY "Nenhum agendamento em aberto"
           ELSE
               PERFORM LER-AGENDAMENTO-ESCOLHIDO
               IF WS-NUMERO-ESCOLHIDO NOT = ZEROS
                   IF AGE-AGUARDANDO
                       PERFORM PROCESSAR-DECISAO
                   ELSE
                       DISPLAY "Agendamento nao aguarda aprovacao"
                   END-IF
               END-IF
           END-IF.

       PROCESSAR-DECISAO.
           DISPLAY "A-Aprovar  R-Rejeitar: " WITH NO ADVANCING.
           ACCEPT WS-DECISAO.
           EVALUATE WS-DECISAO
               WHEN "A" WHEN "a"
                   SET AGE-APROVADA TO TRUE
                   PERFORM REGRAVAR-DECISAO
                   DISPLAY "Agendamento " AGE-NUMERO " aprovado - "
                       "aplicado na noite de " AGE-VIGENCIA
               WHEN "R" WHEN "r"
                   SET AGE-REJEITADA TO TRUE
                   PERFORM REGRAVAR-DECISAO
                   DISPLAY "Agendamento " AGE-NUMERO " rejeitado"
               WHEN OTHER
                   DISPLAY "Decisao invalida - agendamento mantido"
           END-EVALUATE.

      * Zeros no numero = desistencia; numero inexistente tambem volta
      * zerado para quem chamou nao seguir adiante.
       LER-AGENDAMENTO-ESCOLHIDO.
           DISPLAY "Numero do agendamento (zeros sai): "
               WITH NO ADVANCING.
           ACCEPT WS-NUMERO-ESCOLHIDO.
           IF WS-NUMERO-ESCOLHIDO NOT = ZEROS
               MOVE WS-NUMERO-ESCOLHIDO TO AGE-NUMERO
               READ AGENDADA-FILE
                   INVALID KEY
                       DISPLAY "Agendamento nao encontrado"
                       MOVE ZEROS TO WS-NUMERO-ESCOLHIDO
               END-READ
           END-IF.

       REGRAVAR-DECISAO.
           MOVE OPERADOR-LOGADO TO AGE-RESPONSAVEL
           ACCEPT AGE-DATA-DECISAO FROM DATE YYYYMMDD
           REWRITE REGISTRO-AGENDADA
               INVALID KEY
                   MOVE "AGENDCAD" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-AGE TO ERR-STATUS
                   MOVE AGE-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao gravar o agendamento"
           END-REWRITE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "MANAGEND" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM MANAGEND.
