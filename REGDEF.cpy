      ******************************************************************
      * Copybook: REGDEF.cpy
      * Purpose:  Definicao salva do relatorio por selecao (arquivo
      *           RELDEF, chave DEF-NOME) - os criterios de selecao
      *           sobre o CADUSUAR, a ordem, as colunas e a saida que
      *           um operador montou em RELSELEC e guardou com um nome
      *           para repetir o mesmo pedido no mes seguinte. Zeros
      *           nos limites e espacos nos codigos significam "sem
      *           filtro". So quem salvou substitui ou exclui.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-DEFINICAO.
           03 DEF-NOME             PIC X(12) VALUE SPACES.
           03 DEF-DESCRICAO        PIC X(40) VALUE SPACES.
           03 DEF-OPERADOR         PIC X(08) VALUE SPACES.
           03 DEF-DATA             PIC 9(08) VALUE ZEROS.
      * Situacao do cadastro: "A" so ativos, "E" so excluidos,
      * espaco todos.
           03 DEF-SITUACAO         PIC X(01) VALUE SPACE.
      * UF do CEP-ALUNO resolvida no ENDERECO; espacos = todas.
           03 DEF-UF               PIC X(02) VALUE SPACES.
      * Faixas: minimo zero = sem piso, maximo zero = sem teto.
           03 DEF-SALARIO-MIN      PIC 9(10)V99 VALUE ZEROS.
           03 DEF-SALARIO-MAX      PIC 9(10)V99 VALUE ZEROS.
           03 DEF-IDADE-MIN        PIC 9(03) VALUE ZEROS.
           03 DEF-IDADE-MAX        PIC 9(03) VALUE ZEROS.
           03 DEF-ADMISSAO-INI     PIC 9(08) VALUE ZEROS.
           03 DEF-ADMISSAO-FIM     PIC 9(08) VALUE ZEROS.
           03 DEF-CEP-INI          PIC 9(08) VALUE ZEROS.
           03 DEF-CEP-FIM          PIC 9(08) VALUE ZEROS.
      * Ordem: M matricula, N nome, S salario, U UF e nome,
      * D nascimento, A admissao, C CEP. Sentido "D" = decrescente.
           03 DEF-ORDEM            PIC X(01) VALUE "M".
           03 DEF-SENTIDO          PIC X(01) VALUE "A".
               88 DEF-DECRESCENTE      VALUE "D".
      * Ate 10 codigos de coluna na ordem de impressao (tabela de
      * colunas de RELSELEC).
           03 DEF-COLUNAS          PIC X(10) VALUE SPACES.
           03 DEF-COLUNAS-R REDEFINES DEF-COLUNAS.
               05 DEF-COLUNA       PIC X(01) OCCURS 10 TIMES.
           03 DEF-SAIDA            PIC X(01) VALUE "R".
               88 DEF-SAIDA-RELATORIO  VALUE "R".
               88 DEF-SAIDA-CSV        VALUE "C".
           03 FILLER               PIC X(34) VALUE SPACES.
