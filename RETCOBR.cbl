      ******************************************************************
      * Author:
      * Date:
      * Purpose: Processamento do retorno de cobranca (COBRRET.TXT,
      *          padrao CNAB 240) contra as mensalidades registradas
      *          por REMCOBR (MENSALID, REGMEN.cpy). Cada titulo volta
      *          no par de segmentos T (o titulo e o codigo de
      *          movimento) e U (valores pagos e datas), achado pelo
      *          nosso-numero: "02" confirma o registro, "03" o recusa
      *          com o motivo por extenso (a proxima remessa reenvia
      *          depois do cadastro corrigido), "06" e "17" liquidam o
      *          titulo com a data de pagamento, a de credito, o valor
      *          pago e os encargos, e "09" da baixa (ou confirma a
      *          baixa pedida do titulo renegociado em acordo). No
      *          pagamento depois do vencimento confere os encargos
      *          pagos com a multa e os juros pro rata dia (ano
      *          comercial de 360 dias, como no RELPAGAR) gravados no
      *          titulo, e aponta quem pagou a menor. Termina com o
      *          resumo de conciliacao, no molde do RETBANCO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETCOBR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADE-FILE ASSIGN TO "MENSALID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS MEN-CHAVE-ALUNO
               FILE STATUS IS WS-STATUS-MEN.
           SELECT RETORNO-FILE ASSIGN TO "COBRRET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RET.
       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADE-FILE.
           COPY "REGMEN.cpy".
       FD  RETORNO-FILE.
       01  LINHA-RETORNO           PIC X(240).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-MEN           PIC X(02) VALUE SPACES.
       77  WS-STATUS-RET           PIC X(02) VALUE SPACES.
       77  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
           88 FIM-ARQUIVO              VALUE "S".
       77  WS-TEM-SEGMENTO-T       PIC X(01) VALUE "N".
           88 TEM-SEGMENTO-T           VALUE "S".
       77  WS-ACHOU-TITULO         PIC X(01) VALUE "N".
           88 ACHOU-TITULO             VALUE "S".
       77  WS-TOTAL-LIDOS          PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-CONFIRMADOS    PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-RECUSADOS      PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-LIQUIDADOS     PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-EM-ATRASO      PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-A-MENOR        PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-BAIXADOS       PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-OUTROS         PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-SEM-TITULO     PIC 9(05) VALUE ZERO.
       77  WS-VALOR-RECEBIDO       PIC 9(13)V99 VALUE ZEROS.
       77  WS-ENCARGOS-RECEBIDOS   PIC 9(13)V99 VALUE ZEROS.
       77  WS-DIA-VENCIMENTO       PIC 9(07) VALUE ZERO.
       77  WS-DIA-PAGAMENTO        PIC 9(07) VALUE ZERO.
       77  WS-DIAS-ATRASO          PIC 9(07) VALUE ZERO.
       77  WS-MULTA-DEVIDA         PIC 9(08)V99 VALUE ZEROS.
       77  WS-JUROS-DEVIDOS        PIC 9(08)V99 VALUE ZEROS.
       77  WS-ENCARGOS-DEVIDOS     PIC 9(08)V99 VALUE ZEROS.
       77  WS-CODIGO-OCORRENCIA    PIC X(02) VALUE SPACES.
       77  WS-DESCRICAO-OCORR      PIC X(30) VALUE SPACES.
       77  WS-INDICE-OCORR         PIC 9(02) VALUE ZERO.
       77  WS-ACHOU-OCORR          PIC X(01) VALUE "N".
           88 ACHOU-OCORR              VALUE "S".
      * Visao generica do detalhe (tipo de registro 3) para separar
      * T de U; header/trailer de arquivo e de lote passam reto.
       01  DETALHE-RETORNO.
           03 DET-BANCO            PIC 9(03).
           03 DET-LOTE             PIC 9(04).
           03 DET-TIPO             PIC X(01).
           03 DET-NUM-REGISTRO     PIC 9(05).
           03 DET-SEGMENTO         PIC X(01).
           03 FILLER               PIC X(225).
      * Segmento T - o titulo como o banco o conhece. O movimento diz
      * o que aconteceu com ele; os motivos explicam a recusa.
       01  SEGMENTO-T.
           03 ST-BANCO             PIC 9(03).
           03 ST-LOTE              PIC 9(04).
           03 ST-TIPO              PIC X(01).
           03 ST-NUM-REGISTRO      PIC 9(05).
           03 ST-SEGMENTO          PIC X(01).
           03 FILLER               PIC X(01).
           03 ST-MOVIMENTO         PIC X(02).
               88 ST-ENTRADA-CONFIRMADA VALUE "02".
               88 ST-ENTRADA-REJEITADA  VALUE "03".
               88 ST-LIQUIDACAO         VALUE "06" "17".
               88 ST-BAIXA              VALUE "09".
           03 ST-AGENCIA           PIC 9(05).
           03 ST-AGENCIA-DV        PIC X(01).
           03 ST-CONTA             PIC 9(12).
           03 ST-CONTA-DV          PIC X(01).
           03 ST-AGCONTA-DV        PIC X(01).
           03 ST-NOSSO-NUMERO.
               05 ST-NOSSO-NUMERO-N PIC 9(10).
               05 FILLER           PIC X(10).
           03 ST-CARTEIRA          PIC X(01).
           03 ST-SEU-NUMERO        PIC X(15).
           03 ST-VENCIMENTO        PIC 9(08).
           03 ST-VALOR-NOMINAL     PIC 9(13)V99.
           03 ST-BANCO-COBRADOR    PIC 9(03).
           03 ST-AGENCIA-COBRADORA PIC 9(05).
           03 ST-AGENCIA-COBR-DV   PIC X(01).
           03 ST-USO-EMPRESA       PIC X(25).
           03 ST-MOEDA             PIC 9(02).
           03 ST-TIPO-INSCRICAO    PIC 9(01).
           03 ST-INSCRICAO         PIC 9(15).
           03 ST-NOME-PAGADOR      PIC X(40).
           03 ST-CONTRATO          PIC X(10).
           03 ST-TARIFA            PIC 9(13)V99.
           03 ST-MOTIVOS.
               05 ST-MOTIVO-1      PIC X(02).
               05 FILLER           PIC X(08).
           03 FILLER               PIC X(17).
      * Segmento U - o dinheiro: encargos, valor pago e as datas do
      * pagamento e do credito em conta.
       01  SEGMENTO-U.
           03 SU-BANCO             PIC 9(03).
           03 SU-LOTE              PIC 9(04).
           03 SU-TIPO              PIC X(01).
           03 SU-NUM-REGISTRO      PIC 9(05).
           03 SU-SEGMENTO          PIC X(01).
           03 FILLER               PIC X(01).
           03 SU-MOVIMENTO         PIC X(02).
           03 SU-ENCARGOS          PIC 9(13)V99.
           03 SU-DESCONTO          PIC 9(13)V99.
           03 SU-ABATIMENTO        PIC 9(13)V99.
           03 SU-IOF               PIC 9(13)V99.
           03 SU-VALOR-PAGO        PIC 9(13)V99.
           03 SU-VALOR-LIQUIDO     PIC 9(13)V99.
           03 SU-OUTRAS-DESPESAS   PIC 9(13)V99.
           03 SU-OUTROS-CREDITOS   PIC 9(13)V99.
           03 SU-DATA-OCORRENCIA   PIC 9(08).
           03 SU-DATA-CREDITO      PIC 9(08).
           03 SU-OCORRENCIA-PAGADOR PIC X(04).
           03 SU-DATA-OCORR-PAGADOR PIC 9(08).
           03 SU-VALOR-OCORR-PAGADOR PIC 9(13)V99.
           03 SU-COMPLEMENTO       PIC X(30).
           03 SU-BANCO-CORRESP     PIC 9(03).
           03 SU-NOSSO-NUM-CORRESP PIC X(20).
           03 FILLER               PIC X(07).
       01  WS-DATA-VENC            PIC 9(08) VALUE ZEROS.
       01  WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
           03 WS-VENC-ANO          PIC 9(04).
           03 WS-VENC-MES          PIC 9(02).
           03 WS-VENC-DIA          PIC 9(02).
       01  WS-DATA-PAGTO           PIC 9(08) VALUE ZEROS.
       01  WS-DATA-PAGTO-R REDEFINES WS-DATA-PAGTO.
           03 WS-PAGTO-ANO         PIC 9(04).
           03 WS-PAGTO-MES         PIC 9(02).
           03 WS-PAGTO-DIA         PIC 9(02).
      * Motivos de recusa do registro mais comuns no padrao CNAB 240
      * de cobranca, no molde da tabela de ocorrencias do RETBANCO.
       01  TABELA-OCORRENCIA-VALORES.
           03 FILLER.
               05 FILLER PIC X(02) VALUE "01".
               05 FILLER PIC X(30) VALUE "CODIGO DO BANCO INVALIDO".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "02".
               05 FILLER PIC X(30) VALUE "CODIGO DO REGISTRO INVALIDO".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "03".
               05 FILLER PIC X(30) VALUE "CODIGO DO SEGMENTO INVALIDO".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "05".
               05 FILLER PIC X(30) VALUE "CODIGO DE MOVIMENTO INVALIDO".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "07".
               05 FILLER PIC X(30) VALUE "AGENCIA/CONTA/DV INVALIDO".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "08".
               05 FILLER PIC X(30) VALUE "NOSSO NUMERO INVALIDO".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "09".
               05 FILLER PIC X(30) VALUE "NOSSO NUMERO DUPLICADO".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "10".
               05 FILLER PIC X(30) VALUE "CARTEIRA INVALIDA".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "16".
               05 FILLER PIC X(30) VALUE "DATA DE VENCIMENTO INVALIDA".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "20".
               05 FILLER PIC X(30) VALUE "VALOR DO TITULO INVALIDO".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "21".
               05 FILLER PIC X(30) VALUE "ESPECIE DO TITULO INVALIDA".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "24".
               05 FILLER PIC X(30) VALUE "DATA DE EMISSAO INVALIDA".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "26".
               05 FILLER PIC X(30) VALUE "CODIGO DE JUROS INVALIDO".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "27".
               05 FILLER PIC X(30) VALUE "VALOR/TAXA DE JUROS INVALIDO".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "45".
               05 FILLER PIC X(30) VALUE "NOME PAGADOR NAO INFORMADO".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "46".
               05 FILLER PIC X(30) VALUE "INSCRICAO PAGADOR INVALIDA".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "47".
               05 FILLER PIC X(30) VALUE "ENDERECO NAO INFORMADO".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "48".
               05 FILLER PIC X(30) VALUE "CEP INVALIDO".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "52".
               05 FILLER PIC X(30) VALUE "UF INVALIDA".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "57".
               05 FILLER PIC X(30) VALUE "CODIGO DA MULTA INVALIDO".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "58".
               05 FILLER PIC X(30) VALUE "DATA DA MULTA INVALIDA".
           03 FILLER.
               05 FILLER PIC X(02) VALUE "59".
               05 FILLER PIC X(30) VALUE "VALOR/PERC MULTA INVALIDO".
       01  TABELA-OCORRENCIA REDEFINES TABELA-OCORRENCIA-VALORES.
           03 OCORRENCIA-ITEM OCCURS 22 TIMES.
               05 OCORR-CODIGO     PIC X(02).
               05 OCORR-DESCRICAO  PIC X(30).
           COPY "REGERRO.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== RETORNO DA COBRANCA (CNAB 240) =====".
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
           OPEN INPUT RETORNO-FILE
           IF WS-STATUS-RET NOT = "00"
               MOVE "COBRRET.TXT" TO ERR-ARQUIVO
               MOVE "OPEN" TO ERR-OPERACAO
               MOVE WS-STATUS-RET TO ERR-STATUS
               PERFORM REGISTRAR-ERRO-IO
               DISPLAY "COBRRET.TXT indisponivel - status "
                   WS-STATUS-RET
               CLOSE MENSALIDADE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY " "
           DISPLAY "--- Detalhes do retorno ---"
           PERFORM LER-PROXIMO-RETORNO
           PERFORM SEPARAR-SEGMENTO UNTIL FIM-ARQUIVO
      * Um T sem o U atras dele (fim de arquivo) ainda vale para os
      * movimentos que nao dependem de valor.
           IF TEM-SEGMENTO-T
               MOVE SPACES TO SEGMENTO-U
               PERFORM PROCESSAR-TITULO
           END-IF
           CLOSE RETORNO-FILE
           CLOSE MENSALIDADE-FILE
           PERFORM IMPRIMIR-RESUMO
           STOP RUN.

       LER-PROXIMO-RETORNO.
           READ RETORNO-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

      * O T fica guardado ate o U que o completa; um T seguido de
      * outro T e processado sozinho.
       SEPARAR-SEGMENTO.
           MOVE LINHA-RETORNO TO DETALHE-RETORNO
           IF DET-TIPO = "3"
               EVALUATE DET-SEGMENTO
                   WHEN "T"
                       IF TEM-SEGMENTO-T
                           MOVE SPACES TO SEGMENTO-U
                           PERFORM PROCESSAR-TITULO
                       END-IF
                       MOVE LINHA-RETORNO TO SEGMENTO-T
                       SET TEM-SEGMENTO-T TO TRUE
                   WHEN "U"
                       IF TEM-SEGMENTO-T
                           MOVE LINHA-RETORNO TO SEGMENTO-U
                           PERFORM PROCESSAR-TITULO
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM LER-PROXIMO-RETORNO.

       PROCESSAR-TITULO.
           MOVE "N" TO WS-TEM-SEGMENTO-T
           ADD 1 TO WS-TOTAL-LIDOS
           PERFORM LOCALIZAR-TITULO
           IF NOT ACHOU-TITULO
               ADD 1 TO WS-TOTAL-SEM-TITULO
               DISPLAY "RETORNO SEM TITULO: nosso-numero "
                   ST-NOSSO-NUMERO " " ST-NOME-PAGADOR
           ELSE
               EVALUATE TRUE
                   WHEN ST-ENTRADA-CONFIRMADA
                       PERFORM CONFIRMAR-REGISTRO
                   WHEN ST-ENTRADA-REJEITADA
                       PERFORM RECUSAR-REGISTRO
                   WHEN ST-LIQUIDACAO AND SU-SEGMENTO NOT = "U"
                       ADD 1 TO WS-TOTAL-OUTROS
                       DISPLAY "LIQUIDACAO SEM SEGMENTO U: "
                           MEN-NOSSO-NUMERO " " MEN-NOME-ALUNO
                   WHEN ST-LIQUIDACAO
                       PERFORM LIQUIDAR-TITULO
                   WHEN ST-BAIXA
                       PERFORM BAIXAR-TITULO
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-OUTROS
                       DISPLAY "MOVIMENTO " ST-MOVIMENTO
                           " NAO TRATADO: " MEN-NOSSO-NUMERO " "
                           MEN-NOME-ALUNO
               END-EVALUATE
           END-IF.

       LOCALIZAR-TITULO.
           MOVE "N" TO WS-ACHOU-TITULO
           IF ST-NOSSO-NUMERO-N IS NUMERIC
               MOVE ST-NOSSO-NUMERO-N TO MEN-NOSSO-NUMERO
               READ MENSALIDADE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACHOU-TITULO TO TRUE
               END-READ
           END-IF.

       CONFIRMAR-REGISTRO.
           SET MEN-REGISTRADO TO TRUE
           PERFORM GRAVAR-TITULO
           ADD 1 TO WS-TOTAL-CONFIRMADOS
           DISPLAY "REGISTRADO: " MEN-NOSSO-NUMERO " " MEN-NOME-ALUNO.

      * O recusado volta para a fila da remessa: REMCOBR reenvia os
      * titulos recusados que continuam em aberto.
       RECUSAR-REGISTRO.
           SET MEN-RECUSADO TO TRUE
           PERFORM GRAVAR-TITULO
           ADD 1 TO WS-TOTAL-RECUSADOS
           MOVE ST-MOTIVO-1 TO WS-CODIGO-OCORRENCIA
           PERFORM TRADUZIR-OCORRENCIA
           DISPLAY "RECUSADO..: " MEN-NOSSO-NUMERO " " MEN-NOME-ALUNO
               " MOTIVO " WS-CODIGO-OCORRENCIA "-" WS-DESCRICAO-OCORR.

      * "17" e a liquidacao de titulo ja baixado - o dinheiro entrou
      * do mesmo jeito e o titulo passa a pago.
       LIQUIDAR-TITULO.
           SET MEN-REGISTRADO TO TRUE
           SET MEN-PAGA TO TRUE
           MOVE SU-DATA-OCORRENCIA TO MEN-DATA-PAGAMENTO
           MOVE SU-DATA-CREDITO TO MEN-DATA-CREDITO
           MOVE SU-VALOR-PAGO TO MEN-VALOR-PAGO
           MOVE SU-ENCARGOS TO MEN-ENCARGOS-PAGOS
           PERFORM GRAVAR-TITULO
           ADD 1 TO WS-TOTAL-LIQUIDADOS
           ADD SU-VALOR-PAGO TO WS-VALOR-RECEBIDO
           ADD SU-ENCARGOS TO WS-ENCARGOS-RECEBIDOS
           DISPLAY "PAGO......: " MEN-NOSSO-NUMERO " " MEN-NOME-ALUNO
               " " MEN-VALOR-PAGO
           IF MEN-RENEGOCIADA-EM NOT = ZEROS
               DISPLAY "    TITULO JA RENEGOCIADO NO ACORDO "
                   MEN-RENEGOCIADA-EM " - rever as parcelas"
           END-IF
           PERFORM CONFERIR-ENCARGOS.

      * Atraso pelo ano comercial (360 dias, meses de 30): multa
      * unica sobre o valor do boleto mais os juros do mes pro rata
      * dia. Diferenca de centavo do arredondamento do banco passa.
       CONFERIR-ENCARGOS.
           MOVE MEN-DATA-VENCIMENTO TO WS-DATA-VENC
           MOVE MEN-DATA-PAGAMENTO TO WS-DATA-PAGTO
           COMPUTE WS-DIA-VENCIMENTO = WS-VENC-ANO * 360
               + WS-VENC-MES * 30 + WS-VENC-DIA
           COMPUTE WS-DIA-PAGAMENTO = WS-PAGTO-ANO * 360
               + WS-PAGTO-MES * 30 + WS-PAGTO-DIA
           IF WS-DIA-PAGAMENTO > WS-DIA-VENCIMENTO
               COMPUTE WS-DIAS-ATRASO =
                   WS-DIA-PAGAMENTO - WS-DIA-VENCIMENTO
               COMPUTE WS-MULTA-DEVIDA ROUNDED =
                   MEN-VALOR * MEN-PERC-MULTA / 100
               COMPUTE WS-JUROS-DEVIDOS ROUNDED =
                   MEN-VALOR * MEN-PERC-JUROS / 100
                   * WS-DIAS-ATRASO / 30
               COMPUTE WS-ENCARGOS-DEVIDOS =
                   WS-MULTA-DEVIDA + WS-JUROS-DEVIDOS
               ADD 1 TO WS-TOTAL-EM-ATRASO
               DISPLAY "    atraso de " WS-DIAS-ATRASO " dia(s) -"
                   " encargos devidos " WS-ENCARGOS-DEVIDOS
                   " pagos " MEN-ENCARGOS-PAGOS
               IF MEN-ENCARGOS-PAGOS * 100 + 1
                       < WS-ENCARGOS-DEVIDOS * 100
                   ADD 1 TO WS-TOTAL-A-MENOR
                   DISPLAY "    ENCARGOS A MENOR: " MEN-NOSSO-NUMERO
                       " " MEN-NOME-ALUNO
               END-IF
           END-IF.

      * A baixa do titulo renegociado em acordo confirma o pedido do
      * REMCOBR; o titulo continua renegociado.
       BAIXAR-TITULO.
           IF MEN-ABERTA
               SET MEN-BAIXADA TO TRUE
               PERFORM GRAVAR-TITULO
           END-IF
           ADD 1 TO WS-TOTAL-BAIXADOS
           IF MEN-RENEGOCIADA
               DISPLAY "BAIXADO...: " MEN-NOSSO-NUMERO " "
                   MEN-NOME-ALUNO " (ACORDO " MEN-RENEGOCIADA-EM ")"
           ELSE
               DISPLAY "BAIXADO...: " MEN-NOSSO-NUMERO " "
                   MEN-NOME-ALUNO
           END-IF.

       GRAVAR-TITULO.
           REWRITE REGISTRO-MENSALIDADE
               INVALID KEY
                   MOVE "MENSALID" TO ERR-ARQUIVO
                   MOVE "REWRITE" TO ERR-OPERACAO
                   MOVE WS-STATUS-MEN TO ERR-STATUS
                   MOVE MEN-NOSSO-NUMERO TO ERR-CHAVE
                   PERFORM REGISTRAR-ERRO-IO
                   DISPLAY "Falha ao atualizar o titulo "
                       MEN-NOSSO-NUMERO
           END-REWRITE.

       TRADUZIR-OCORRENCIA.
           MOVE "N" TO WS-ACHOU-OCORR
           MOVE "MOTIVO NAO CATALOGADO" TO WS-DESCRICAO-OCORR
           PERFORM COMPARAR-OCORRENCIA
               VARYING WS-INDICE-OCORR FROM 1 BY 1
               UNTIL WS-INDICE-OCORR > 22 OR ACHOU-OCORR.

       COMPARAR-OCORRENCIA.
           IF OCORR-CODIGO(WS-INDICE-OCORR) = WS-CODIGO-OCORRENCIA
               SET ACHOU-OCORR TO TRUE
               MOVE OCORR-DESCRICAO(WS-INDICE-OCORR)
                   TO WS-DESCRICAO-OCORR
           END-IF.

       IMPRIMIR-RESUMO.
           DISPLAY " "
           DISPLAY "Titulos no retorno.........: " WS-TOTAL-LIDOS
           DISPLAY "Registros confirmados......: "
               WS-TOTAL-CONFIRMADOS
           DISPLAY "Registros recusados........: "
               WS-TOTAL-RECUSADOS " (reenvio na proxima REMCOBR)"
           DISPLAY "Titulos liquidados.........: "
               WS-TOTAL-LIQUIDADOS
           DISPLAY "  pagos com atraso.........: "
               WS-TOTAL-EM-ATRASO
           DISPLAY "  com encargos a menor.....: "
               WS-TOTAL-A-MENOR
           DISPLAY "Valor recebido.............: " WS-VALOR-RECEBIDO
           DISPLAY "  dos quais encargos.......: "
               WS-ENCARGOS-RECEBIDOS
           DISPLAY "Titulos baixados...........: " WS-TOTAL-BAIXADOS
           DISPLAY "Outros movimentos..........: " WS-TOTAL-OUTROS
           DISPLAY "Retornos sem titulo........: "
               WS-TOTAL-SEM-TITULO
           DISPLAY "===== FIM DO RETORNO DA COBRANCA =====".

      * Falha de E/S vai tambem para o log central ERROLOG - quem
      * chama ja preencheu arquivo, operacao, status e chave.
       REGISTRAR-ERRO-IO.
           MOVE "RETCOBR" TO ERR-PROGRAMA
           MOVE "BATCH" TO ERR-OPERADOR
           CALL "LOGERRO" USING REGISTRO-ERRO-IO
           MOVE SPACES TO ERR-CHAVE.

       END PROGRAM RETCOBR.
