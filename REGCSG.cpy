      ******************************************************************
      * Copybook: REGCSG.cpy
      * Purpose:  Payroll-deductible loan record (CONSIGNA file) - um
      *           contrato de emprestimo consignado por matricula e
      *           sequencia: banco credor (o mesmo codigo de banco do
      *           REGBAN.cpy), numero do contrato no banco, principal,
      *           quantidade e valor das parcelas e o saldo que vai
      *           sendo baixado. MANCONSG registra o contrato criticando
      *           a margem de 35% do SALARIO-LIQUIDO; CONTRACH desconta
      *           a parcela do mes e conta o saldo para baixo, parando
      *           sozinho na ultima; RESCISAO quita o saldo no acerto
      *           final; RELCONSG lista o repasse do mes por banco.
      *           Substitui a verba 104 digitada a mao no VERBAS.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-CONSIGNADO.
           03 CSG-CHAVE.
               05 CSG-MATRICULA    PIC 9(06) VALUE ZEROS.
               05 CSG-SEQUENCIA    PIC 9(02) VALUE ZEROS.
           03 CSG-BANCO        PIC 9(03) VALUE ZEROS.
           03 CSG-CONTRATO     PIC X(15) VALUE SPACES.
           03 CSG-VALOR-PRINCIPAL PIC 9(10)V99 VALUE ZEROS.
           03 CSG-QTDE-PARCELAS PIC 9(03) VALUE ZEROS.
           03 CSG-VALOR-PARCELA PIC 9(10)V99 VALUE ZEROS.
           03 CSG-PARCELAS-PAGAS PIC 9(03) VALUE ZEROS.
           03 CSG-SALDO-DEVEDOR PIC 9(10)V99 VALUE ZEROS.
           03 CSG-DATA-CONTRATO PIC 9(08) VALUE ZEROS.
      * Primeira competencia (AAAAMM) em que a parcela entra na folha.
           03 CSG-COMPETENCIA-INICIO PIC 9(06) VALUE ZEROS.
      * Ultima competencia descontada e o valor efetivamente retido
      * nela (a parcela, ou menos se o liquido ou o saldo nao davam) -
      * a folha retomada do checkpoint repete o mesmo desconto sem
      * baixar o saldo duas vezes, e o repasse ao banco sai daqui.
           03 CSG-ULTIMA-COMPETENCIA PIC 9(06) VALUE ZEROS.
           03 CSG-ULTIMO-DESCONTO PIC 9(10)V99 VALUE ZEROS.
           03 CSG-SITUACAO     PIC X(01) VALUE "A".
               88 CSG-ATIVO        VALUE "A".
               88 CSG-QUITADO      VALUE "Q".
               88 CSG-QUITADO-RESCISAO VALUE "R".
               88 CSG-CANCELADO    VALUE "C".
      * Quitacao antecipada na rescisao: o valor retido do acerto e a
      * competencia em que ele vai para o banco. O que o acerto nao
      * cobriu fica em CSG-SALDO-DEVEDOR para o banco cobrar direto.
           03 CSG-VALOR-QUITACAO PIC 9(10)V99 VALUE ZEROS.
           03 CSG-COMPETENCIA-QUITACAO PIC 9(06) VALUE ZEROS.
           03 CSG-OPERADOR     PIC X(08) VALUE SPACES.
