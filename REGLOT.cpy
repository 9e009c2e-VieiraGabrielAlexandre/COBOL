      * Copybook: REGLOT.cpy
      * Purpose:  Stock-lot record (LOTES file) - o saldo de cada item
      *           aberto por lote, com a data de validade e a situacao.
      *           O recebimento aceito (INSPREC) e a entrada de LANMOV
      *           informam o lote; a saida postada por APLICMOV consome
      *           primeiro o lote que vence antes (FEFO); RELVENC
      *           lista o que esta para vencer, BAIXAVENC baixa o
      *           vencido via MOVPEND (caminho auditado) e VALESTOQ
      *           valoriza so o que ainda vale. O REGISTRO-ESTOQUE
      *           continua com o saldo agregado do item. O lote e
      *           aberto tambem por almoxarifado (LOT-LOCAL): o mesmo
      *           lote transferido vira um registro em cada local, e o
      *           FEFO da saida so olha os lotes do local que entrega.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-LOTE.
           03 LOT-CHAVE.
               05 LOT-ITEM-CODIGO  PIC 9(04) VALUE ZEROS.
               05 LOT-NUMERO       PIC X(10) VALUE SPACES.
               05 LOT-LOCAL        PIC 9(02) VALUE ZEROS.
           03 LOT-VALIDADE     PIC 9(08) VALUE ZEROS.
           03 LOT-QUANTIDADE   PIC S9(04) VALUE ZEROS.
           03 LOT-STATUS       PIC X(01) VALUE "A".
