      ******************************************************************
      * Copybook: REGMEN.cpy
      * Purpose:  Tuition receivable record (MENSALID file, indexed
      *           by nosso-numero, the boleto identifier) - um titulo
      *           a receber por aluno e competencia, gerado por
      *           FATMENS com o valor cheio, o desconto do aluno e o
      *           vencimento ja levado ao dia util (DIAUTIL). A chave
      *           alternada aluno + competencia e unica: a mesma
      *           mensalidade nao sai duas vezes. REMCOBR registra os
      *           boletos no banco pela remessa de cobranca CNAB 240 e
      *           RETCOBR le o retorno - confirma o registro e liquida
      *           o pago, com os juros e a multa de quem pagou depois
      *           do vencimento. CARTACOB manda as cartas de cobranca
      *           do atrasado em tres niveis, RELRECEB tira o aging e
      *           MANACORD renegocia o vencido em parcelas - cada
      *           parcela e um titulo novo com o numero do acordo
      *           (ACORDOS, REGACO.cpy) na chave alternada.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-MENSALIDADE.
           03 MEN-NOSSO-NUMERO     PIC 9(10) VALUE ZEROS.
           03 MEN-CHAVE-ALUNO.
               05 MEN-NOME-ALUNO   PIC X(40) VALUE SPACES.
               05 MEN-COMPETENCIA  PIC 9(06) VALUE ZEROS.
      * Zeros na mensalidade do mes; na parcela de acordo, o numero
      * do acordo (a competencia e o mes do vencimento da parcela).
               05 MEN-ACORDO       PIC 9(06) VALUE ZEROS.
           03 MEN-MATRICULA        PIC 9(06) VALUE ZEROS.
           03 MEN-CPF              PIC 9(11) VALUE ZEROS.
           03 MEN-VALOR-BRUTO      PIC 9(08)V99 VALUE ZEROS.
           03 MEN-PERC-DESCONTO    PIC 9(03)V99 VALUE ZEROS.
           03 MEN-DESCONTO         PIC 9(08)V99 VALUE ZEROS.
      * Valor nominal do boleto = bruto - desconto.
           03 MEN-VALOR            PIC 9(08)V99 VALUE ZEROS.
           03 MEN-DATA-EMISSAO     PIC 9(08) VALUE ZEROS.
           03 MEN-DATA-VENCIMENTO  PIC 9(08) VALUE ZEROS.
      * Encargos de atraso vigentes na emissao (MULTAMEN e JUROSMEN):
      * multa unica sobre o valor e juros ao mes, pro rata dia.
           03 MEN-PERC-MULTA       PIC 9(03)V99 VALUE ZEROS.
           03 MEN-PERC-JUROS       PIC 9(03)V99 VALUE ZEROS.
           03 MEN-REGISTRO         PIC X(01) VALUE "N".
               88 MEN-A-REGISTRAR      VALUE "N".
               88 MEN-REMETIDO         VALUE "R".
               88 MEN-REGISTRADO       VALUE "C".
               88 MEN-RECUSADO         VALUE "X".
      * Titulo renegociado que o banco ja tinha: MANACORD marca a
      * baixa a pedir, REMCOBR a manda e RETCOBR confirma.
               88 MEN-BAIXA-PEDIDA     VALUE "S".
               88 MEN-BAIXA-REMETIDA   VALUE "T".
           03 MEN-DATA-REMESSA     PIC 9(08) VALUE ZEROS.
           03 MEN-SITUACAO         PIC X(01) VALUE "A".
               88 MEN-ABERTA           VALUE "A".
               88 MEN-PAGA             VALUE "P".
               88 MEN-BAIXADA          VALUE "B".
               88 MEN-RENEGOCIADA      VALUE "N".
           03 MEN-DATA-PAGAMENTO   PIC 9(08) VALUE ZEROS.
           03 MEN-DATA-CREDITO     PIC 9(08) VALUE ZEROS.
           03 MEN-VALOR-PAGO       PIC 9(08)V99 VALUE ZEROS.
           03 MEN-ENCARGOS-PAGOS   PIC 9(08)V99 VALUE ZEROS.
      * Ultima carta de cobranca mandada por CARTACOB: 1 lembrete,
      * 2 notificacao, 3 aviso final antes da cobranca externa.
           03 MEN-NIVEL-AVISO      PIC 9(01) VALUE ZERO.
               88 MEN-SEM-AVISO        VALUE 0.
               88 MEN-AVISO-FINAL      VALUE 3.
           03 MEN-DATA-AVISO       PIC 9(08) VALUE ZEROS.
           03 MEN-PARCELA          PIC 9(02) VALUE ZEROS.
      * Acordo que absorveu o titulo renegociado.
           03 MEN-RENEGOCIADA-EM   PIC 9(06) VALUE ZEROS.
           03 FILLER               PIC X(17) VALUE SPACES.
