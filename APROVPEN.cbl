      *          depois, e executa a decisao do supervisor: aprovar
      *          aplica a mudanca no CADUSUAR, grava o evento no
      *          AUDITORI e alimenta o historico salarial quando o
      *          salario mudou (a inclusao aprovada abre tambem o
      *          contrato de experiencia em EXPERIEN, REGEXP.cpy,
      *          salvo na readmissao);
      *          rejeitar marca a pendencia e tambem
      *          deixa o evento no AUDITORI (operacao "J"). So a
      *          aprovacao toca o REGISTRO-ALUNO. Chamado a partir do
      *          menu de administracao de SistemaCadastro.cbl.
           SELECT HISTSAL-FILE ASSIGN TO "HISTSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HSAL.
           SELECT HISTCGO-FILE ASSIGN TO "HISTCGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HCGO.
           SELECT EXPERIENCIA-FILE ASSIGN TO "EXPERIEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-MATRICULA
               FILE STATUS IS WS-STATUS-EXP.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDENTE-FILE.
           COPY "REGAUD.cpy".
       FD  HISTSAL-FILE.
           COPY "REGHSAL.cpy".
       FD  HISTCGO-FILE.
           COPY "REGHCGO.cpy".
       FD  EXPERIENCIA-FILE.
           COPY "REGEXP.cpy".
       WORKING-STORAGE SECTION.
       77  WS-STATUS-PEN       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ       PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUD       PIC X(02) VALUE SPACES.
       77  WS-FUNCAO-CADEIA    PIC X(01) VALUE "E".
       77  WS-STATUS-HSAL      PIC X(02) VALUE SPACES.
       77  WS-STATUS-HCGO      PIC X(02) VALUE SPACES.
       77  WS-STATUS-EXP       PIC X(02) VALUE SPACES.
      * Contrato de experiencia aberto na inclusao: 45 dias a partir
      * da admissao, prorrogaveis por mais 45 - o marco e o ultimo dia
      * de cada periodo, contado em dias corridos.
       77  WS-DIAS-EXPERIENCIA PIC 9(02) VALUE 45.
       77  WS-DIAS-CONTADOS    PIC 9(03) VALUE ZERO.
       77  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-MARCO       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-MARCO-R REDEFINES WS-DATA-MARCO.
           03 WS-MARCO-ANO     PIC 9(04).
           03 WS-MARCO-MES     PIC 9(02).
           03 WS-MARCO-DIA     PIC 9(02).
       77  WS-DIAS-MES         PIC 9(02) VALUE ZERO.
       77  WS-QUOCIENTE        PIC 9(04) VALUE ZERO.
       77  WS-RESTO-4          PIC 9(04) VALUE ZERO.
       77  WS-RESTO-100        PIC 9(04) VALUE ZERO.
       77  WS-RESTO-400        PIC 9(04) VALUE ZERO.
       77  WS-ANO-BISSEXTO     PIC X(01) VALUE "N".
           88 ANO-BISSEXTO         VALUE "S".
       77  WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77  WS-TOTAL-PENDENTES  PIC 9(04) VALUE ZERO.
       77  WS-DECISAO          PIC X(01) VALUE SPACE.
       77  WS-APLICOU          PIC X(01) VALUE "N".
           88 APLICOU-MUDANCA      VALUE "S".
      * Decomposicao das imagens X(300) da pendencia - os campos
      * espelham, byte a byte, o REGISTRO-ALUNO de REGCAD.cpy, como na
      * reconstituicao de RECAUDIT.cbl.
       01  IMAGEM-ANTES.
           03 IMA-SOBRENOME        PIC X(20).
           03 IMA-SALARIO          PIC 9(10)V99.
           03 IMA-SALARIO-EDIT     PIC X(13).
           03 FILLER               PIC X(136).
           03 IMA-CARGO            PIC X(06).
           03 IMA-FAIXA-SALARIAL   PIC X(01).
           03 FILLER               PIC X(86).
       01  IMAGEM-DEPOIS.
           03 IMD-MATRICULA        PIC 9(06).
           03 IMD-PRIMEIRONOME     PIC X(20).
           03 IMD-SOBRENOME        PIC X(20).
           03 IMD-SALARIO          PIC 9(10)V99.
           03 IMD-SALARIO-EDIT     PIC X(13).
           03 FILLER               PIC X(136).
           03 IMD-CARGO            PIC X(06).
           03 IMD-FAIXA-SALARIAL   PIC X(01).
           03 FILLER               PIC X(86).
           COPY "REGERRO.cpy".
       LINKAGE SECTION.
       01  OPERADOR-LOGADO     PIC X(08).
       PROCEDURE DIVISION USING OPERADOR-LOGADO.
           MOVE ZERO TO WS-TOTAL-PENDENTES
           OPEN I-O PENDENTE-FILE
           IF WS-STATUS-PEN NOT = "00"
               MOVE "PENDENTE" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-PEN TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhuma pendencia registrada"
               GOBACK
           END-IF
           MOVE "N" TO WS-APLICOU
           OPEN I-O CADASTRO-FILE
           IF WS-STATUS-ARQ NOT = "00"
               MOVE "CADUSUAR" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-ARQ TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "CADUSUAR indisponivel - status " WS-STATUS-ARQ
           ELSE
               IF PEN-INCLUSAO
               SET PEN-APROVADO TO TRUE
               REWRITE REGISTRO-PENDENTE
                   INVALID KEY
                       MOVE "PENDENTE" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-PEN TO ERR-STATUS
                       MOVE PEN-NUMERO TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao marcar a pendencia"
               END-REWRITE
               PERFORM GRAVAR-AUDITORIA-DECISAO
               NOT INVALID KEY
                   SET APLICOU-MUDANCA TO TRUE
                   SET AUD-INCLUSAO TO TRUE
                   PERFORM GRAVAR-HISTORICO-CARGO
                   PERFORM ABRIR-CONTRATO-EXPERIENCIA
           END-WRITE.

      * Toda admissao nova abre o contrato de experiencia com os dois
      * marcos; a que chega com o segundo marco ja passado (carga de
      * quem entrou antes) nao tem mais experiencia a controlar, nem a
      * readmissao ligada a uma matricula anterior - a empresa ja
      * conhece a pessoa.
       ABRIR-CONTRATO-EXPERIENCIA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF DATA-ADMISSAO NOT = ZEROS
                   AND (MATRICULA-ANTERIOR IS NOT NUMERIC
                       OR MATRICULA-ANTERIOR = ZEROS)
               INITIALIZE REGISTRO-EXPERIENCIA
               MOVE MATRICULA TO EXP-MATRICULA
               MOVE DATA-ADMISSAO TO EXP-DATA-ADMISSAO
               MOVE DATA-ADMISSAO TO WS-DATA-MARCO
               PERFORM AVANCAR-DIA-CORRIDO
                   VARYING WS-DIAS-CONTADOS FROM 2 BY 1
                   UNTIL WS-DIAS-CONTADOS > WS-DIAS-EXPERIENCIA
               MOVE WS-DATA-MARCO TO EXP-DATA-MARCO1
               PERFORM AVANCAR-DIA-CORRIDO
                   VARYING WS-DIAS-CONTADOS FROM 1 BY 1
                   UNTIL WS-DIAS-CONTADOS > WS-DIAS-EXPERIENCIA
               MOVE WS-DATA-MARCO TO EXP-DATA-MARCO2
               SET EXP-PRIMEIRO-PERIODO TO TRUE
               IF EXP-DATA-MARCO2 NOT < WS-DATA-HOJE
                   PERFORM GRAVAR-CONTRATO-EXPERIENCIA
               END-IF
           END-IF.

       GRAVAR-CONTRATO-EXPERIENCIA.
           OPEN I-O EXPERIENCIA-FILE
           IF WS-STATUS-EXP = "35"
               OPEN OUTPUT EXPERIENCIA-FILE
               CLOSE EXPERIENCIA-FILE
               OPEN I-O EXPERIENCIA-FILE
           END-IF
           IF WS-STATUS-EXP NOT = "00"
               MOVE "EXPERIEN" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-EXP TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Contrato de experiencia nao aberto - "
                   "EXPERIEN indisponivel, status " WS-STATUS-EXP
           ELSE
               WRITE REGISTRO-EXPERIENCIA
                   INVALID KEY
                       DISPLAY "Contrato de experiencia ja existe "
                           "para a matricula " EXP-MATRICULA
                   NOT INVALID KEY
                       DISPLAY "Contrato de experiencia aberto - "
                           "marcos " EXP-DATA-MARCO1 " e "
                           EXP-DATA-MARCO2
               END-WRITE
               CLOSE EXPERIENCIA-FILE
           END-IF.

      * Dias corridos com a virada de mes do calendario real (28/29/
      * 30/31 dias, bissexto), como em AGENDFER.
       AVANCAR-DIA-CORRIDO.
           PERFORM CALCULAR-DIAS-MES
           IF WS-MARCO-DIA < WS-DIAS-MES
               ADD 1 TO WS-MARCO-DIA
           ELSE
               MOVE 01 TO WS-MARCO-DIA
               IF WS-MARCO-MES = 12
                   MOVE 01 TO WS-MARCO-MES
                   ADD 1 TO WS-MARCO-ANO
               ELSE
                   ADD 1 TO WS-MARCO-MES
               END-IF
           END-IF.

       CALCULAR-DIAS-MES.
           EVALUATE WS-MARCO-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DIAS-MES
               WHEN 02
                   PERFORM VERIFICAR-ANO-BISSEXTO
                   IF ANO-BISSEXTO
                       MOVE 29 TO WS-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-MES
           END-EVALUATE.

       VERIFICAR-ANO-BISSEXTO.
           MOVE "N" TO WS-ANO-BISSEXTO
           DIVIDE WS-MARCO-ANO BY 4 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-4
           DIVIDE WS-MARCO-ANO BY 100 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-100
           DIVIDE WS-MARCO-ANO BY 400 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-400
           IF WS-RESTO-4 = 0 AND (WS-RESTO-100 NOT = 0
                   OR WS-RESTO-400 = 0)
               SET ANO-BISSEXTO TO TRUE
           END-IF.

      * O master precisa estar exatamente como a imagem-antes da
      * pendencia - se outro caminho (outra aprovacao, um batch) mexeu
      * no registro nesse meio tempo, aplicar o depois em cima
           MOVE PEN-DEPOIS TO REGISTRO-ALUNO
           REWRITE REGISTRO-ALUNO
                       INVALID KEY
                           MOVE "CADUSUAR" TO ERR-ARQUIVO
                           MOVE "REWRITE" TO ERR-OPERACAO
                           MOVE WS-STATUS-ARQ TO ERR-STATUS
                           MOVE MATRICULA TO ERR-CHAVE
                           PERFORM REGISTRAR-ERRO-IO
                           DISPLAY "Falha ao aplicar a alteracao"
                       NOT INVALID KEY
                           SET APLICOU-MUDANCA TO TRUE
                           SET AUD-ALTERACAO TO TRUE
                           PERFORM GRAVAR-HISTORICO-SALARIO
                           PERFORM GRAVAR-HISTORICO-CARGO
                   END-REWRITE.

      * A troca de salario aprovada alimenta o historico consultavel
               CLOSE HISTSAL-FILE
           END-IF.

      * Entrada num cargo (inclusao) ou troca de cargo aprovada vira
      * uma linha do historico de cargos (HISTCGO/RELHCGO) - a
      * trajetoria de promocoes da matricula. Na inclusao a imagem
      * antes e vazia, entao o cargo anterior sai em branco.
       GRAVAR-HISTORICO-CARGO.
           MOVE PEN-ANTES TO IMAGEM-ANTES
           MOVE PEN-DEPOIS TO IMAGEM-DEPOIS
           IF IMA-CARGO NOT = IMD-CARGO
               OPEN EXTEND HISTCGO-FILE
               IF WS-STATUS-HCGO NOT = "00"
                   OPEN OUTPUT HISTCGO-FILE
               END-IF
               MOVE PEN-MATRICULA TO HCGO-MATRICULA
               MOVE IMD-PRIMEIRONOME TO HCGO-NOME(1:20)
               MOVE IMD-SOBRENOME TO HCGO-NOME(21:20)
               ACCEPT HCGO-DATA FROM DATE YYYYMMDD
               ACCEPT HCGO-HORA FROM TIME
               MOVE IMA-CARGO TO HCGO-CARGO-ANTIGO
               MOVE IMD-CARGO TO HCGO-CARGO-NOVO
               MOVE IMD-SALARIO TO HCGO-SALARIO
               MOVE IMD-FAIXA-SALARIAL TO HCGO-FAIXA-SALARIAL
               MOVE "APROVPEN" TO HCGO-PROGRAMA
               WRITE REGISTRO-HISTCGO
               CLOSE HISTCGO-FILE
           END-IF.

       REJEITAR-PENDENTE.
           SET PEN-REJEITADO TO TRUE
           REWRITE REGISTRO-PENDENTE
               INVALID KEY
                   MOVE "PENDENTE" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-PEN TO ERR-STATUS
                   MOVE PEN-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao marcar a pendencia"
               NOT INVALID KEY
                   SET AUD-REJEICAO TO TRUE
           MOVE PEN-MATRICULA TO AUD-MATRICULA
           MOVE PEN-ANTES TO AUD-ANTES
           MOVE PEN-DEPOIS TO AUD-DEPOIS
           CALL "ENCADAUD" USING WS-FUNCAO-CADEIA,
               REGISTRO-AUDITORIA
           WRITE REGISTRO-AUDITORIA
           CLOSE AUDITORIA-FILE.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "APROVPEN" TO ERR-PROGRAMA
           MOVE OPERADOR-LOGADO TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM APROVPEN.
