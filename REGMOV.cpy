      *           adjustment, with who keyed it and when. Movements
      *           wait in MOVPEND until the APLICMOV posting batch
      *           applies them to REGISTRO-ESTOQUE and archives them in
      *           MOVAPLIC. Saida de requisicao de material (MANREQ)
      *           leva o centro de custo e o numero da requisicao, para
      *           o rateio do consumo por departamento no fechamento
      *           (RELREQ); nos demais movimentos ficam em branco.
      *           Todo movimento leva o almoxarifado (REGALM) onde
      *           acontece; a transferencia ("T") tira do local de
      *           origem e poe no de destino como um movimento so -
      *           o total do item nao muda. A devolucao ao
      *           fornecedor ("D", gerada pela inspecao do recebimento
      *           em INSPREC) e a saida da mercadoria rejeitada: ela
      *           nunca entrou no saldo disponivel, entao so fica no
      *           rastro (MOVAPLIC, KARDEX), sem mexer no saldo.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-MOVIMENTO.
               88 MOV-ENTRADA      VALUE "E".
               88 MOV-SAIDA        VALUE "S".
               88 MOV-AJUSTE       VALUE "A".
               88 MOV-TRANSFERENCIA VALUE "T".
               88 MOV-DEVOLUCAO    VALUE "D".
           03 MOV-QUANTIDADE   PIC 9(04) VALUE ZEROS.
      * Preco unitario pago na compra - so preenchido em movimentos
      * de entrada; e com ele que o posting recalcula o custo medio
           03 MOV-LOTE         PIC X(10) VALUE SPACES.
           03 MOV-VALIDADE     PIC 9(08) VALUE ZEROS.
           03 MOV-OPERADOR     PIC X(08) VALUE SPACES.
      * Linhas gravadas antes do centro de custo chegam em espacos -
      * quem le testa MOV-REQUISICAO IS NUMERIC antes de usar.
           03 MOV-CCUSTO       PIC X(06) VALUE SPACES.
           03 MOV-REQUISICAO   PIC 9(06) VALUE ZEROS.
      * Almoxarifado do movimento (na transferencia, o de origem) e o
      * de destino da transferencia (zeros nos demais). Linhas
      * gravadas antes dos locais chegam em espacos e valem como
      * movimento do central (01) - quem le testa IS NUMERIC.
           03 MOV-LOCAL        PIC 9(02) VALUE ZEROS.
           03 MOV-LOCAL-DESTINO PIC 9(02) VALUE ZEROS.
