      ******************************************************************
      * Author:
      * Date:
      * Purpose: Remessa de cobranca - registra no banco os boletos das
      *          mensalidades faturadas por FATMENS (MENSALID,
      *          REGMEN.cpy) que ainda nao foram registrados, ou que o
      *          banco recusou e o cadastro ja corrigiu. Gera o
      *          COBRANCA.TXT no padrao CNAB 240 de cobranca: header de
      *          arquivo, header de lote de cobranca (servico 01), e
      *          para cada boleto os segmentos P (titulo: nosso-numero,
      *          vencimento, valor, juros ao mes), Q (pagador: CPF,
      *          nome e endereco do CEP com o numero da casa, como na
      *          ETIQUETA - o aluno e o do CADUSUAR, marcado pelo
      *          INDICADOR-ALUNO) e R (multa), trailer de lote e de
      *          arquivo.
      *          A empresa beneficiaria e o convenio vem do EMPREGAD
      *          (LEREMPR) e o numero do arquivo do COBSEQCT, no molde
      *          do REMSEQCT da remessa da folha. Aluno sem CPF nao vai
      *          ao banco - fica listado para o cadastro completar. O
      *          titulo renegociado em acordo (MANACORD) que o banco ja
      *          tinha sai como pedido de baixa (movimento 02, so o
      *          segmento P). O retorno e lido por RETCOBR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMCOBR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADE-FILE ASSIGN TO "MENSALID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS MEN-CHAVE-ALUNO
               FILE STATUS IS WS-STATUS-MEN.
           SELECT CADASTRO-FILE ASSIGN TO "CADUSUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA
               ALTERNATE RECORD KEY IS SOBRENOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQ.
           SELECT ENDERECO-FILE ASSIGN TO "ENDERECO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-ENDERECO
               FILE STATUS IS WS-STATUS-END.
           SELECT COBRANCA-FILE ASSIGN TO "COBRANCA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COB.
           SELECT SEQUENCIAL-FILE ASSIGN TO "COBSEQCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEQ.
       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADE-FILE.
           COPY "REGMEN.cpy".
       FD  CADASTRO-FILE.
           COPY "REGCAD.cpy".
       FD  ENDERECO-FILE.
           COPY "REGEND.cpy".
       FD  COBRANCA-FILE.
       01  LINHA-COBRANCA          PIC X(240).
       FD  SEQUENCIAL-FILE.
       01  REGISTRO-SEQUENCIAL.
           03 CTL-PROXIMO-SEQ      PIC 9(06).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-MEN           PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ           PIC X(02) VALUE SPACES.
       77  WS-STATUS-END           PIC X(02) VALUE SPACES.
       77  WS-STATUS-COB           PIC X(02) VALUE SPACES.
       77  WS-STATUS-SEQ           PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
           88 FIM-ARQUIVO              VALUE "S".
       77  WS-CADASTRO-ABERTO      PIC X(01) VALUE "N".
           88 CADASTRO-ABERTO          VALUE "S".
       77  WS-ALUNO-ACHADO         PIC X(01) VALUE "N".
           88 ALUNO-ACHADO             VALUE "S".
       77  WS-FIM-HOMONIMO         PIC X(01) VALUE "N".
           88 FIM-HOMONIMO             VALUE "S".
       01  WS-NOME-PROCURADO.
           03 WS-PRIMEIRO-PROCURADO    PIC X(20) VALUE SPACES.
           03 WS-SOBRENOME-PROCURADO   PIC X(20) VALUE SPACES.
       77  WS-ENDERECO-ABERTO      PIC X(01) VALUE "N".
           88 ENDERECO-ABERTO          VALUE "S".
       77  WS-EMPREGADOR-ALVO      PIC 9(02) VALUE ZEROS.
       77  WS-RESULTADO-EMPR       PIC X(01) VALUE "N".
       77  WS-SEQUENCIAL-ARQUIVO   PIC 9(06) VALUE 000001.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-TOTAL-PENDENTES      PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-BOLETOS        PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-SEM-CPF        PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-BAIXAS         PIC 9(06) VALUE ZERO.
       77  WS-SOMA-VALORES         PIC 9(15)V99 VALUE ZEROS.
       77  WS-NUM-REGISTRO         PIC 9(05) VALUE ZERO.
       77  WS-REG-NO-ARQUIVO       PIC 9(06) VALUE ZERO.
       77  WS-ENDERECO-PAGADOR     PIC X(40) VALUE SPACES.
      * Empresa beneficiaria - CNPJ, razao social, banco, agencia,
      * conta e convenio que entram nos headers.
           COPY "REGEMP.cpy".
      * Registros CNAB 240 de cobranca - header de arquivo (tipo 0),
      * header de lote (tipo 1), detalhes P, Q e R (tipo 3), trailer
      * de lote (tipo 5) e trailer de arquivo (tipo 9). O que o
      * convenio nao usa fica como FILLER no tamanho do padrao.
       01  CNAB-HEADER-ARQUIVO.
           03 HA-BANCO             PIC 9(03).
           03 HA-LOTE              PIC 9(04) VALUE ZEROS.
           03 HA-TIPO              PIC X(01) VALUE "0".
           03 FILLER               PIC X(09) VALUE SPACES.
           03 HA-TIPO-INSCRICAO    PIC 9(01) VALUE 2.
           03 HA-CNPJ-EMPRESA      PIC 9(14).
           03 HA-CONVENIO          PIC X(20).
           03 HA-AGENCIA           PIC 9(05).
           03 HA-AGENCIA-DV        PIC X(01).
           03 HA-CONTA             PIC 9(12).
           03 HA-CONTA-DV          PIC X(01).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 HA-NOME-EMPRESA      PIC X(30).
           03 HA-NOME-BANCO        PIC X(30).
           03 FILLER               PIC X(10) VALUE SPACES.
           03 HA-CODIGO-REMESSA    PIC 9(01) VALUE 1.
           03 HA-DATA-GERACAO      PIC 9(08).
           03 HA-HORA-GERACAO      PIC 9(06).
           03 HA-SEQUENCIAL-ARQ    PIC 9(06).
           03 HA-VERSAO-LAYOUT     PIC 9(03) VALUE 087.
           03 FILLER               PIC X(74) VALUE SPACES.
       01  CNAB-HEADER-LOTE.
           03 HL-BANCO             PIC 9(03).
           03 HL-LOTE              PIC 9(04) VALUE 0001.
           03 HL-TIPO              PIC X(01) VALUE "1".
           03 HL-OPERACAO          PIC X(01) VALUE "R".
           03 HL-TIPO-SERVICO      PIC 9(02) VALUE 01.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 HL-VERSAO-LOTE       PIC 9(03) VALUE 045.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 HL-TIPO-INSCRICAO    PIC 9(01) VALUE 2.
           03 HL-CNPJ-EMPRESA      PIC 9(15).
           03 HL-CONVENIO          PIC X(20).
           03 HL-AGENCIA           PIC 9(05).
           03 HL-AGENCIA-DV        PIC X(01).
           03 HL-CONTA             PIC 9(12).
           03 HL-CONTA-DV          PIC X(01).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 HL-NOME-EMPRESA      PIC X(30).
           03 FILLER               PIC X(80) VALUE SPACES.
           03 HL-NUMERO-REMESSA    PIC 9(08).
           03 HL-DATA-GRAVACAO     PIC 9(08).
           03 HL-DATA-CREDITO      PIC 9(08) VALUE ZEROS.
           03 FILLER               PIC X(33) VALUE SPACES.
      * Segmento P - o titulo. Juros codigo 2 = taxa mensal a partir
      * do dia seguinte ao vencimento; protesto codigo 3 = nao
      * protestar (a cobranca do atraso e da escola).
       01  CNAB-SEGMENTO-P.
           03 SP-BANCO             PIC 9(03).
           03 SP-LOTE              PIC 9(04) VALUE 0001.
           03 SP-TIPO              PIC X(01) VALUE "3".
           03 SP-NUM-REGISTRO      PIC 9(05).
           03 SP-SEGMENTO          PIC X(01) VALUE "P".
           03 FILLER               PIC X(01) VALUE SPACE.
           03 SP-MOVIMENTO         PIC 9(02) VALUE 01.
           03 SP-AGENCIA           PIC 9(05).
           03 SP-AGENCIA-DV        PIC X(01).
           03 SP-CONTA             PIC 9(12).
           03 SP-CONTA-DV          PIC X(01).
           03 SP-AGCONTA-DV        PIC X(01) VALUE SPACE.
           03 SP-NOSSO-NUMERO      PIC X(20).
           03 SP-CARTEIRA          PIC 9(01) VALUE 1.
           03 SP-FORMA-CADASTRO    PIC 9(01) VALUE 1.
           03 SP-TIPO-DOCUMENTO    PIC X(01) VALUE "2".
           03 SP-EMISSAO-BOLETO    PIC 9(01) VALUE 2.
           03 SP-DISTRIBUICAO      PIC X(01) VALUE "2".
           03 SP-SEU-NUMERO        PIC X(15).
           03 SP-VENCIMENTO        PIC 9(08).
           03 SP-VALOR-NOMINAL     PIC 9(13)V99.
           03 SP-AGENCIA-COBRADORA PIC 9(05) VALUE ZEROS.
           03 SP-AGENCIA-COBR-DV   PIC X(01) VALUE SPACE.
           03 SP-ESPECIE           PIC 9(02) VALUE 04.
           03 SP-ACEITE            PIC X(01) VALUE "N".
           03 SP-DATA-EMISSAO      PIC 9(08).
           03 SP-CODIGO-JUROS      PIC 9(01) VALUE 2.
           03 SP-DATA-JUROS        PIC 9(08).
           03 SP-TAXA-JUROS        PIC 9(13)V99.
           03 SP-CODIGO-DESCONTO   PIC 9(01) VALUE 0.
           03 SP-DATA-DESCONTO     PIC 9(08) VALUE ZEROS.
           03 SP-VALOR-DESCONTO    PIC 9(13)V99 VALUE ZEROS.
           03 SP-VALOR-IOF         PIC 9(13)V99 VALUE ZEROS.
           03 SP-VALOR-ABATIMENTO  PIC 9(13)V99 VALUE ZEROS.
           03 SP-USO-EMPRESA       PIC X(25).
           03 SP-CODIGO-PROTESTO   PIC 9(01) VALUE 3.
           03 SP-PRAZO-PROTESTO    PIC 9(02) VALUE ZEROS.
           03 SP-CODIGO-BAIXA      PIC 9(01) VALUE 2.
           03 SP-PRAZO-BAIXA       PIC X(03) VALUE SPACES.
           03 SP-MOEDA             PIC 9(02) VALUE 09.
           03 SP-CONTRATO          PIC 9(10) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE SPACE.
      * Segmento Q - o pagador (tipo de inscricao 1 = CPF).
       01  CNAB-SEGMENTO-Q.
           03 SQ-BANCO             PIC 9(03).
           03 SQ-LOTE              PIC 9(04) VALUE 0001.
           03 SQ-TIPO              PIC X(01) VALUE "3".
           03 SQ-NUM-REGISTRO      PIC 9(05).
           03 SQ-SEGMENTO          PIC X(01) VALUE "Q".
           03 FILLER               PIC X(01) VALUE SPACE.
           03 SQ-MOVIMENTO         PIC 9(02) VALUE 01.
           03 SQ-TIPO-INSCRICAO    PIC 9(01) VALUE 1.
           03 SQ-CPF-PAGADOR       PIC 9(15).
           03 SQ-NOME-PAGADOR      PIC X(40).
           03 SQ-ENDERECO          PIC X(40).
           03 SQ-BAIRRO            PIC X(15) VALUE SPACES.
           03 SQ-CEP               PIC 9(08).
           03 SQ-CIDADE            PIC X(15).
           03 SQ-UF                PIC X(02).
           03 SQ-TIPO-INSCR-AVAL   PIC 9(01) VALUE 0.
           03 SQ-INSCR-AVALISTA    PIC 9(15) VALUE ZEROS.
           03 SQ-NOME-AVALISTA     PIC X(40) VALUE SPACES.
           03 SQ-BANCO-CORRESP     PIC 9(03) VALUE ZEROS.
           03 SQ-NOSSO-NUM-CORRESP PIC X(20) VALUE SPACES.
           03 FILLER               PIC X(08) VALUE SPACES.
      * Segmento R - a multa (codigo 2 = percentual) a partir do dia
      * seguinte ao vencimento.
       01  CNAB-SEGMENTO-R.
           03 SR-BANCO             PIC 9(03).
           03 SR-LOTE              PIC 9(04) VALUE 0001.
           03 SR-TIPO              PIC X(01) VALUE "3".
           03 SR-NUM-REGISTRO      PIC 9(05).
           03 SR-SEGMENTO          PIC X(01) VALUE "R".
           03 FILLER               PIC X(01) VALUE SPACE.
           03 SR-MOVIMENTO         PIC 9(02) VALUE 01.
           03 SR-DESCONTO-2        PIC X(24) VALUE ALL "0".
           03 SR-DESCONTO-3        PIC X(24) VALUE ALL "0".
           03 SR-CODIGO-MULTA      PIC X(01) VALUE "2".
           03 SR-DATA-MULTA        PIC 9(08).
           03 SR-PERC-MULTA        PIC 9(13)V99.
           03 SR-INFO-PAGADOR      PIC X(10) VALUE SPACES.
           03 SR-MENSAGEM-3        PIC X(40).
           03 SR-MENSAGEM-4        PIC X(40) VALUE SPACES.
           03 FILLER               PIC X(61) VALUE SPACES.
       01  CNAB-TRAILER-LOTE.
           03 TL-BANCO             PIC 9(03).
           03 TL-LOTE              PIC 9(04) VALUE 0001.
           03 TL-TIPO              PIC X(01) VALUE "5".
           03 FILLER               PIC X(09) VALUE SPACES.
           03 TL-QTDE-REGISTROS    PIC 9(06).
           03 TL-QTDE-TITULOS      PIC 9(06).
           03 TL-VALOR-TITULOS     PIC 9(15)V99.
           03 FILLER               PIC X(194) VALUE SPACES.
       01  CNAB-TRAILER-ARQUIVO.
           03 TA-BANCO             PIC 9(03).
           03 TA-LOTE              PIC 9(04) VALUE 9999.
           03 TA-TIPO              PIC X(01) VALUE "9".
           03 FILLER               PIC X(09) VALUE SPACES.
           03 TA-QTDE-LOTES        PIC 9(06) VALUE 1.
           03 TA-QTDE-REGISTROS    PIC 9(06).
           03 FILLER               PIC X(211) VALUE SPACES.
       01  WS-DATA-VENCIMENTO      PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ENCARGO         PIC 9(08) VALUE ZEROS.
       01  WS-FUNCAO-DIAUTIL       PIC X(01) VALUE "P".
       01  WS-RESULTADO-DIAUTIL    PIC X(01) VALUE "N".
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== REMESSA DE COBRANCA (CNAB 240) =====".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ESCOLHER-EMPRESA
           IF WS-RESULTADO-EMPR NOT = "S"
               DISPLAY "Empresa " WS-EMPREGADOR-ALVO
                   " nao cadastrada - remessa nao gerada"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O MENSALIDADE-FILE
           IF WS-STATUS-MEN NOT = "00"
               MOVE "MENSALID" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-MEN TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "Nenhuma mensalidade faturada (FATMENS)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONTAR-PENDENTES
           IF WS-TOTAL-PENDENTES = ZERO
               DISPLAY "Nenhum boleto a registrar"
               CLOSE MENSALIDADE-FILE
               STOP RUN
           END-IF
           OPEN INPUT CADASTRO-FILE
           IF WS-STATUS-ARQ = "00"
               SET CADASTRO-ABERTO TO TRUE
           END-IF
           OPEN INPUT ENDERECO-FILE
           IF WS-STATUS-END = "00"
               SET ENDERECO-ABERTO TO TRUE
           END-IF
           PERFORM LER-PROXIMO-SEQUENCIAL
           OPEN OUTPUT COBRANCA-FILE
           PERFORM GRAVAR-HEADER-ARQUIVO
           PERFORM GRAVAR-HEADER-LOTE
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO MEN-NOSSO-NUMERO
           START MENSALIDADE-FILE KEY NOT < MEN-NOSSO-NUMERO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-MENSALIDADE
           END-IF
           PERFORM REGISTRAR-BOLETO UNTIL FIM-ARQUIVO
           PERFORM GRAVAR-TRAILER-LOTE
           PERFORM GRAVAR-TRAILER-ARQUIVO
           CLOSE COBRANCA-FILE
           PERFORM AVANCAR-SEQUENCIAL
           IF CADASTRO-ABERTO
               CLOSE CADASTRO-FILE
           END-IF
           IF ENDERECO-ABERTO
               CLOSE ENDERECO-FILE
           END-IF
           CLOSE MENSALIDADE-FILE
           DISPLAY "Remessa gerada em COBRANCA.TXT (arquivo "
               WS-SEQUENCIAL-ARQUIVO "): " WS-TOTAL-BOLETOS
               " boleto(s)"
           DISPLAY "Pedidos de baixa (acordos): " WS-TOTAL-BAIXAS
           DISPLAY "Sem CPF do pagador (fora da remessa): "
               WS-TOTAL-SEM-CPF
           DISPLAY "===== FIM DA REMESSA DE COBRANCA =====".
           STOP RUN.

      * Enter ou zeros e a empresa 01.
       ESCOLHER-EMPRESA.
           DISPLAY "Empresa beneficiaria [01]: " WITH NO ADVANCING
           ACCEPT WS-EMPREGADOR-ALVO
           IF WS-EMPREGADOR-ALVO IS NOT NUMERIC
                   OR WS-EMPREGADOR-ALVO = ZEROS
               MOVE 01 TO WS-EMPREGADOR-ALVO
           END-IF
           CALL "LEREMPR" USING WS-EMPREGADOR-ALVO, REGISTRO-EMPREGADOR,
               WS-RESULTADO-EMPR
           IF WS-RESULTADO-EMPR = "S"
               DISPLAY "Beneficiario.........: " EMP-RAZAO-SOCIAL
                   " CNPJ " EMP-CNPJ
           END-IF.

      * Passada previa: sem boleto pendente nao sai arquivo nem anda
      * a sequencia que o banco confere.
       CONTAR-PENDENTES.
           MOVE ZERO TO WS-TOTAL-PENDENTES
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO MEN-NOSSO-NUMERO
           START MENSALIDADE-FILE KEY NOT < MEN-NOSSO-NUMERO
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-MENSALIDADE
           END-IF
           PERFORM CONTAR-PENDENTE UNTIL FIM-ARQUIVO.

       CONTAR-PENDENTE.
           IF (MEN-ABERTA AND (MEN-A-REGISTRAR OR MEN-RECUSADO))
                   OR (MEN-RENEGOCIADA AND MEN-BAIXA-PEDIDA)
               ADD 1 TO WS-TOTAL-PENDENTES
           END-IF
           PERFORM LER-PROXIMA-MENSALIDADE.

       LER-PROXIMA-MENSALIDADE.
           READ MENSALIDADE-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * O numero do arquivo vive no COBSEQCT - o banco confere a
      * sequencia no header e acusa buraco ou repeticao.
       LER-PROXIMO-SEQUENCIAL.
           MOVE 1 TO WS-SEQUENCIAL-ARQUIVO
           OPEN INPUT SEQUENCIAL-FILE
           IF WS-STATUS-SEQ = "00"
               READ SEQUENCIAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-PROXIMO-SEQ
                           TO WS-SEQUENCIAL-ARQUIVO
               END-READ
               CLOSE SEQUENCIAL-FILE
           END-IF.

       AVANCAR-SEQUENCIAL.
           OPEN OUTPUT SEQUENCIAL-FILE
           COMPUTE CTL-PROXIMO-SEQ = WS-SEQUENCIAL-ARQUIVO + 1
           WRITE REGISTRO-SEQUENCIAL
           CLOSE SEQUENCIAL-FILE.

       GRAVAR-HEADER-ARQUIVO.
           MOVE EMP-BANCO TO HA-BANCO
           MOVE EMP-CNPJ TO HA-CNPJ-EMPRESA
           MOVE EMP-CONVENIO TO HA-CONVENIO
           MOVE EMP-AGENCIA TO HA-AGENCIA
           MOVE EMP-AGENCIA-DV TO HA-AGENCIA-DV
           MOVE EMP-CONTA TO HA-CONTA
           MOVE EMP-CONTA-DV TO HA-CONTA-DV
           MOVE EMP-RAZAO-SOCIAL TO HA-NOME-EMPRESA
           MOVE EMP-NOME-BANCO TO HA-NOME-BANCO
           MOVE WS-DATA-HOJE TO HA-DATA-GERACAO
           ACCEPT HA-HORA-GERACAO FROM TIME
           MOVE WS-SEQUENCIAL-ARQUIVO TO HA-SEQUENCIAL-ARQ
           MOVE CNAB-HEADER-ARQUIVO TO LINHA-COBRANCA
           WRITE LINHA-COBRANCA
           ADD 1 TO WS-REG-NO-ARQUIVO.

       GRAVAR-HEADER-LOTE.
           MOVE EMP-BANCO TO HL-BANCO
           MOVE EMP-CNPJ TO HL-CNPJ-EMPRESA
           MOVE EMP-CONVENIO TO HL-CONVENIO
           MOVE EMP-AGENCIA TO HL-AGENCIA
           MOVE EMP-AGENCIA-DV TO HL-AGENCIA-DV
           MOVE EMP-CONTA TO HL-CONTA
           MOVE EMP-CONTA-DV TO HL-CONTA-DV
           MOVE EMP-RAZAO-SOCIAL TO HL-NOME-EMPRESA
           MOVE WS-SEQUENCIAL-ARQUIVO TO HL-NUMERO-REMESSA
           MOVE WS-DATA-HOJE TO HL-DATA-GRAVACAO
           MOVE CNAB-HEADER-LOTE TO LINHA-COBRANCA
           WRITE LINHA-COBRANCA
           ADD 1 TO WS-REG-NO-ARQUIVO.

      * Vai ao banco o titulo em aberto ainda nao registrado, ou o
      * recusado (o cadastro corrige e a proxima remessa reenvia), e
      * o pedido de baixa do titulo renegociado em acordo (MANACORD)
      * que o banco ja tinha.
       REGISTRAR-BOLETO.
           EVALUATE TRUE
               WHEN MEN-ABERTA AND (MEN-A-REGISTRAR OR MEN-RECUSADO)
                   PERFORM REMETER-BOLETO
               WHEN MEN-RENEGOCIADA AND MEN-BAIXA-PEDIDA
                   PERFORM PEDIR-BAIXA
           END-EVALUATE
           PERFORM LER-PROXIMA-MENSALIDADE.

       REMETER-BOLETO.
           PERFORM LOCALIZAR-PAGADOR
           IF MEN-CPF = ZEROS
               ADD 1 TO WS-TOTAL-SEM-CPF
               DISPLAY "SEM CPF DO PAGADOR: " MEN-NOSSO-NUMERO " "
                   MEN-NOME-ALUNO
           ELSE
               MOVE 01 TO SP-MOVIMENTO
               PERFORM GRAVAR-SEGMENTO-P
               PERFORM GRAVAR-SEGMENTO-Q
               PERFORM GRAVAR-SEGMENTO-R
               ADD 1 TO WS-TOTAL-BOLETOS
               ADD MEN-VALOR TO WS-SOMA-VALORES
               SET MEN-REMETIDO TO TRUE
               MOVE WS-DATA-HOJE TO MEN-DATA-REMESSA
               REWRITE REGISTRO-MENSALIDADE
                   INVALID KEY
                       MOVE "MENSALID" TO ERR-ARQUIVO
                       MOVE "REWRITE" TO ERR-OPERACAO
                       MOVE WS-STATUS-MEN TO ERR-STATUS
                       MOVE MEN-NOSSO-NUMERO TO ERR-CHAVE
                       PERFORM REGISTRAR-ERRO-IO
                       DISPLAY "Falha ao marcar o boleto "
                           MEN-NOSSO-NUMERO " como remetido"
               END-REWRITE
           END-IF.

      * Movimento 02 = pedido de baixa: so o segmento P, com o titulo
      * como foi registrado.
       PEDIR-BAIXA.
           MOVE 02 TO SP-MOVIMENTO
           PERFORM GRAVAR-SEGMENTO-P
           ADD 1 TO WS-TOTAL-BAIXAS
           SET MEN-BAIXA-REMETIDA TO TRUE
           REWRITE REGISTRO-MENSALIDADE
               INVALID KEY
                   MOVE "MENSALID" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-MEN TO ERR-STATUS
                   MOVE MEN-NOSSO-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao marcar a baixa do titulo "
                       MEN-NOSSO-NUMERO
           END-REWRITE.

      * CPF e endereco vem do cadastro do aluno no momento da remessa
      * (o CPF carregado depois do faturamento tambem vale); o
      * logradouro vem do CEP e leva o numero da casa, como na
      * ETIQUETA.
       LOCALIZAR-PAGADOR.
           MOVE SPACES TO WS-ENDERECO-PAGADOR
           MOVE SPACES TO SQ-CIDADE
           MOVE SPACES TO SQ-UF
           MOVE ZEROS TO SQ-CEP
           IF CADASTRO-ABERTO
               PERFORM PROCURAR-ALUNO-CADASTRO
               IF ALUNO-ACHADO
                   IF MEN-CPF = ZEROS AND CPF-ALUNO IS NUMERIC
                       MOVE CPF-ALUNO TO MEN-CPF
                   END-IF
                   MOVE CEP-ALUNO TO SQ-CEP
                   PERFORM RESOLVER-ENDERECO-CEP
               END-IF
           END-IF.

      * O aluno e procurado no CADUSUAR pela matricula do titulo,
      * conferindo o nome; titulo faturado ainda do ALUNOS traz a
      * matricula de la e cai na procura pelo nome, pela chave
      * alternada do sobrenome. So vale cadastro marcado como aluno.
       PROCURAR-ALUNO-CADASTRO.
           MOVE "N" TO WS-ALUNO-ACHADO
           MOVE MEN-NOME-ALUNO TO WS-NOME-PROCURADO
           MOVE MEN-MATRICULA TO MATRICULA
           READ CADASTRO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOME-ALUNO = WS-NOME-PROCURADO
                           AND CADASTRO-DE-ALUNO
                       SET ALUNO-ACHADO TO TRUE
                   END-IF
           END-READ
           IF NOT ALUNO-ACHADO
               PERFORM PROCURAR-ALUNO-PELO-NOME
           END-IF.

       PROCURAR-ALUNO-PELO-NOME.
           MOVE "N" TO WS-FIM-HOMONIMO
           MOVE WS-SOBRENOME-PROCURADO TO SOBRENOME
           START CADASTRO-FILE KEY = SOBRENOME
               INVALID KEY SET FIM-HOMONIMO TO TRUE
           END-START
           IF NOT FIM-HOMONIMO
               PERFORM LER-PROXIMO-HOMONIMO
           END-IF
           PERFORM CONFERIR-HOMONIMO UNTIL FIM-HOMONIMO.

       LER-PROXIMO-HOMONIMO.
           READ CADASTRO-FILE NEXT RECORD
               AT END SET FIM-HOMONIMO TO TRUE
           END-READ.

       CONFERIR-HOMONIMO.
           IF SOBRENOME NOT = WS-SOBRENOME-PROCURADO
               SET FIM-HOMONIMO TO TRUE
           ELSE
               IF NOME-ALUNO = WS-NOME-PROCURADO AND CADASTRO-DE-ALUNO
                   SET ALUNO-ACHADO TO TRUE
                   SET FIM-HOMONIMO TO TRUE
               ELSE
                   PERFORM LER-PROXIMO-HOMONIMO
               END-IF
           END-IF.

       RESOLVER-ENDERECO-CEP.
           IF ENDERECO-ABERTO
               MOVE CEP-ALUNO TO CEP-ENDERECO
               READ ENDERECO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING LOGRADOURO-ENDERECO ", " NUMERO-ALUNO
                           " " COMPLEMENTO-ALUNO
                           DELIMITED BY SIZE INTO WS-ENDERECO-PAGADOR
                       MOVE CIDADE-ENDERECO TO SQ-CIDADE
                       MOVE UF-ENDERECO TO SQ-UF
               END-READ
           END-IF.

      * Juros e multa correm a partir do dia seguinte ao vencimento.
       GRAVAR-SEGMENTO-P.
           ADD 1 TO WS-NUM-REGISTRO
           MOVE EMP-BANCO TO SP-BANCO
           MOVE WS-NUM-REGISTRO TO SP-NUM-REGISTRO
           MOVE EMP-AGENCIA TO SP-AGENCIA
           MOVE EMP-AGENCIA-DV TO SP-AGENCIA-DV
           MOVE EMP-CONTA TO SP-CONTA
           MOVE EMP-CONTA-DV TO SP-CONTA-DV
           MOVE SPACES TO SP-NOSSO-NUMERO
           MOVE MEN-NOSSO-NUMERO TO SP-NOSSO-NUMERO (1:10)
           MOVE SPACES TO SP-SEU-NUMERO
           MOVE MEN-NOSSO-NUMERO TO SP-SEU-NUMERO (1:10)
           MOVE MEN-DATA-VENCIMENTO TO SP-VENCIMENTO
           MOVE MEN-VALOR TO SP-VALOR-NOMINAL
           MOVE MEN-DATA-EMISSAO TO SP-DATA-EMISSAO
           MOVE MEN-DATA-VENCIMENTO TO WS-DATA-ENCARGO
           MOVE "P" TO WS-FUNCAO-DIAUTIL
           CALL "DIAUTIL" USING WS-FUNCAO-DIAUTIL, WS-DATA-ENCARGO,
               WS-RESULTADO-DIAUTIL
           MOVE WS-DATA-ENCARGO TO SP-DATA-JUROS
           MOVE MEN-PERC-JUROS TO SP-TAXA-JUROS
           MOVE SPACES TO SP-USO-EMPRESA
           STRING "MENS " MEN-COMPETENCIA " " MEN-MATRICULA
               DELIMITED BY SIZE INTO SP-USO-EMPRESA
           MOVE CNAB-SEGMENTO-P TO LINHA-COBRANCA
           WRITE LINHA-COBRANCA
           ADD 1 TO WS-REG-NO-ARQUIVO.

       GRAVAR-SEGMENTO-Q.
           ADD 1 TO WS-NUM-REGISTRO
           MOVE EMP-BANCO TO SQ-BANCO
           MOVE WS-NUM-REGISTRO TO SQ-NUM-REGISTRO
           MOVE MEN-CPF TO SQ-CPF-PAGADOR
           MOVE MEN-NOME-ALUNO TO SQ-NOME-PAGADOR
           MOVE WS-ENDERECO-PAGADOR TO SQ-ENDERECO
           MOVE CNAB-SEGMENTO-Q TO LINHA-COBRANCA
           WRITE LINHA-COBRANCA
           ADD 1 TO WS-REG-NO-ARQUIVO.

       GRAVAR-SEGMENTO-R.
           ADD 1 TO WS-NUM-REGISTRO
           MOVE EMP-BANCO TO SR-BANCO
           MOVE WS-NUM-REGISTRO TO SR-NUM-REGISTRO
           MOVE WS-DATA-ENCARGO TO SR-DATA-MULTA
           MOVE MEN-PERC-MULTA TO SR-PERC-MULTA
           MOVE SPACES TO SR-MENSAGEM-3
           STRING "MENSALIDADE " MEN-COMPETENCIA
               DELIMITED BY SIZE INTO SR-MENSAGEM-3
           MOVE CNAB-SEGMENTO-R TO LINHA-COBRANCA
           WRITE LINHA-COBRANCA
           ADD 1 TO WS-REG-NO-ARQUIVO.

       GRAVAR-TRAILER-LOTE.
           MOVE EMP-BANCO TO TL-BANCO
           COMPUTE TL-QTDE-REGISTROS = WS-NUM-REGISTRO + 2
           MOVE WS-TOTAL-BOLETOS TO TL-QTDE-TITULOS
           MOVE WS-SOMA-VALORES TO TL-VALOR-TITULOS
           MOVE CNAB-TRAILER-LOTE TO LINHA-COBRANCA
           WRITE LINHA-COBRANCA
           ADD 1 TO WS-REG-NO-ARQUIVO.

       GRAVAR-TRAILER-ARQUIVO.
           MOVE EMP-BANCO TO TA-BANCO
           ADD 1 TO WS-REG-NO-ARQUIVO
           MOVE WS-REG-NO-ARQUIVO TO TA-QTDE-REGISTROS
           MOVE CNAB-TRAILER-ARQUIVO TO LINHA-COBRANCA
           WRITE LINHA-COBRANCA.

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "REMCOBR" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM REMCOBR.
