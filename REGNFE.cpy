      ******************************************************************
      * Copybook: REGNFE.cpy
      * Purpose:  Supplier invoice record (NOTAFISC file, indexed by
      *           fornecedor + numero da nota) - uma linha por nota
      *           fiscal de compra lancada em LANCNF contra um pedido
      *           de reposicao (REGPED.cpy). Guarda o que foi faturado
      *           e o resultado da conferencia de tres vias (pedido x
      *           recebido x faturado): conferida vira titulo no
      *           contas a pagar (REGPAG.cpy) na hora; fora da
      *           tolerancia fica retida com o motivo, ate o supervisor
      *           liberar ou cancelar.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-NOTA-FISCAL.
           03 NF-CHAVE.
               05 NF-FORNECEDOR    PIC 9(04) VALUE ZEROS.
               05 NF-NUMERO        PIC 9(09) VALUE ZEROS.
           03 NF-PEDIDO            PIC 9(06) VALUE ZEROS.
           03 NF-DATA-EMISSAO      PIC 9(08) VALUE ZEROS.
           03 NF-DATA-ENTRADA      PIC 9(08) VALUE ZEROS.
           03 NF-QUANTIDADE        PIC 9(04) VALUE ZEROS.
           03 NF-PRECO-UNIT        PIC 9(08)V99 VALUE ZEROS.
           03 NF-VALOR-TOTAL       PIC 9(11)V99 VALUE ZEROS.
           03 NF-SITUACAO          PIC X(01) VALUE "C".
               88 NF-CONFERIDA         VALUE "C".
               88 NF-RETIDA            VALUE "R".
               88 NF-LIBERADA          VALUE "L".
               88 NF-CANCELADA         VALUE "X".
           03 NF-MOTIVO-RETENCAO   PIC X(40) VALUE SPACES.
           03 NF-OPERADOR          PIC X(08) VALUE SPACES.
           03 NF-DECIDIDO-POR      PIC X(08) VALUE SPACES.
           03 NF-DATA-DECISAO      PIC 9(08) VALUE ZEROS.
