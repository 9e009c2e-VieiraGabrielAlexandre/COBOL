      ******************************************************************
      * Copybook: REGORC.cpy
      * Purpose:  Payroll budget record (ORCAMENT file) - o plano anual
      *           da diretoria, um registro por ano, centro de custo e
      *           mes, com o quadro (pessoas) e a folha bruta orcados.
      *           O centro generico "FOLHA" recebe o orcamento de quem
      *           ainda nao tem departamento, como na exportacao
      *           contabil. Digitado em MANORCA; RELORCA poe o orcado
      *           ao lado do realizado do FOLHADET a cada folha.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-ORCAMENTO.
           03 ORC-CHAVE.
               05 ORC-ANO          PIC 9(04) VALUE ZEROS.
               05 ORC-CCUSTO       PIC X(06) VALUE SPACES.
               05 ORC-MES          PIC 9(02) VALUE ZEROS.
           03 ORC-QTDE-PESSOAS PIC 9(05) VALUE ZEROS.
           03 ORC-VALOR-FOLHA  PIC 9(12)V99 VALUE ZEROS.
           03 ORC-OPERADOR     PIC X(08) VALUE SPACES.
           03 ORC-DATA-ALTERACAO PIC 9(08) VALUE ZEROS.
