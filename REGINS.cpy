      ******************************************************************
      * Copybook: REGINS.cpy
      * Purpose:  Receiving-inspection record (INSPECAO file, indexed
      *           by INS-NUMERO) - a quarentena do recebimento. Cada
      *           chegada registrada em RECEBPED vira um registro aqui
      *           com o que chegou (quantidade, preco pago, lote,
      *           validade e o almoxarifado de destino) e fica fora do
      *           saldo disponivel ate o inspetor decidir em INSPREC:
      *           o aceito entra no estoque pelo caminho de sempre
      *           (custo medio, lote, saldo do local) e o rejeitado
      *           vira devolucao ao fornecedor (DEVOLUC, REGDEV.cpy).
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-INSPECAO.
           03 INS-NUMERO           PIC 9(06) VALUE ZEROS.
           03 INS-PEDIDO           PIC 9(06) VALUE ZEROS.
           03 INS-ITEM-CODIGO      PIC 9(04) VALUE ZEROS.
           03 INS-FORNECEDOR       PIC 9(04) VALUE ZEROS.
           03 INS-QUANTIDADE       PIC 9(04) VALUE ZEROS.
           03 INS-PRECO-PAGO       PIC 9(08)V99 VALUE ZEROS.
           03 INS-LOTE             PIC X(10) VALUE SPACES.
           03 INS-VALIDADE         PIC 9(08) VALUE ZEROS.
           03 INS-LOCAL            PIC 9(02) VALUE ZEROS.
           03 INS-DATA-RECEBIMENTO PIC 9(08) VALUE ZEROS.
           03 INS-RECEBEDOR        PIC X(08) VALUE SPACES.
           03 INS-SITUACAO         PIC X(01) VALUE "Q".
               88 INS-QUARENTENA       VALUE "Q".
               88 INS-INSPECIONADO     VALUE "I".
      * Preenchidos na decisao do inspetor: aceito + rejeitado =
      * INS-QUANTIDADE; o rejeitado leva o motivo e o numero da
      * devolucao gerada (zeros = nada rejeitado).
           03 INS-QTDE-ACEITA      PIC 9(04) VALUE ZEROS.
           03 INS-QTDE-REJEITADA   PIC 9(04) VALUE ZEROS.
           03 INS-INSPETOR         PIC X(08) VALUE SPACES.
           03 INS-DATA-INSPECAO    PIC 9(08) VALUE ZEROS.
           03 INS-MOTIVO           PIC X(30) VALUE SPACES.
           03 INS-DEVOLUCAO        PIC 9(06) VALUE ZEROS.
           03 FILLER               PIC X(20) VALUE SPACES.
