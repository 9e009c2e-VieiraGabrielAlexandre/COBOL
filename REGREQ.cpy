      ******************************************************************
      * Copybook: REGREQ.cpy
      * Purpose:  Requisicao de material (arquivo REQUISIC) - o
      *           departamento (centro de custo do CCUSTO) que pede,
      *           quem digitou, ate 10 itens do ESTOQUE com a
      *           quantidade, e a decisao do supervisor. Aberta como
      *           pendente em MANREQ; aprovada, vira uma saida por item
      *           no MOVPEND com o centro de custo e o numero da
      *           requisicao (REGMOV.cpy), e o consumo e rateado por
      *           departamento no fechamento (RELREQ).
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-REQUISICAO.
           03 REQ-NUMERO           PIC 9(06) VALUE ZEROS.
           03 REQ-CCUSTO           PIC X(06) VALUE SPACES.
           03 REQ-DATA             PIC 9(08) VALUE ZEROS.
           03 REQ-SOLICITANTE      PIC X(08) VALUE SPACES.
           03 REQ-STATUS           PIC X(01) VALUE "P".
               88 REQ-PENDENTE         VALUE "P".
               88 REQ-APROVADA         VALUE "A".
               88 REQ-RECUSADA         VALUE "R".
      * Supervisor que decidiu (aprovou ou recusou) e quando.
           03 REQ-APROVADOR        PIC X(08) VALUE SPACES.
           03 REQ-DATA-DECISAO     PIC 9(08) VALUE ZEROS.
           03 REQ-QTDE-ITENS       PIC 9(02) VALUE ZEROS.
           03 REQ-ITEM OCCURS 10 TIMES.
               05 REQ-ITEM-CODIGO  PIC 9(04).
               05 REQ-ITEM-QUANTIDADE PIC 9(04).
