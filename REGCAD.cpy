      * anonimizado pela rotina LGPD, com os dados pessoais
      * sobrepostos e os numeros contabeis preservados.
               88 REGISTRO-ANONIMIZADO VALUE "X".
      * Centro de custo do departamento (CCUSTO, REGCCU.cpy) - a folha,
      * os encargos e a exportacao contabil quebram por ele. Vem depois
      * do STATUS-REGISTRO para nao deslocar as posicoes que as
      * decomposicoes de imagem ja conhecem; espacos = cadastro
      * anterior ao campo, apropriado no centro generico "FOLHA" ate
      * a carga de CCUBACK.
           03 CCUSTO-ALUNO     PIC X(06) VALUE SPACES.
      * Cargo ocupado (CARGOS, REGCGO.cpy) e a faixa salarial que ele
      * impoe. "A" em FAIXA-SALARIAL-ALUNO = salario fora da faixa
      * liberado por supervisor - o relatorio mensal RELFAIXA continua
      * listando, mas marcado como autorizado. Espacos no cargo =
      * cadastro anterior ao campo, sem critica de faixa.
           03 CARGO-ALUNO      PIC X(06) VALUE SPACES.
           03 FAIXA-SALARIAL-ALUNO PIC X(01) VALUE SPACE.
               88 FAIXA-AUTORIZADA     VALUE "A".
      * Endereco eletronico para a distribuicao do contracheque
      * individual (CONTRACH) - espacos = sem e-mail, contracheque
      * impresso em papel.
           03 EMAIL-ALUNO      PIC X(50) VALUE SPACES.
      * Readmissao: a matricula da passagem anterior da mesma pessoa
      * (achada pelo CPF entre os excluidos e os arquivos mortos na
      * inclusao). Zeros = primeira passagem; registro gravado antes
      * do campo traz espacos aqui. VINCMAT segue a cadeia.
           03 MATRICULA-ANTERIOR PIC 9(06) VALUE ZEROS.
      * Empresa do grupo que registra a pessoa (EMPREGAD, REGEMP.cpy)
      * - folha, aprovacao, remessa, FGTS, informe e razao quebram por
      * ela. Registro gravado antes do campo traz espacos aqui e e do
      * empregador 01, a empresa original.
           03 EMPREGADOR-ALUNO PIC 9(02) VALUE 01.
      * Desconto percentual na mensalidade (bolsa, convenio) que o
      * faturamento FATMENS abate do valor cheio. Registro gravado
      * antes do campo traz espacos aqui - quem le testa IS NUMERIC.
           03 DESCONTO-MENSALIDADE PIC 9(03)V99 VALUE ZEROS.
      * Pessoa matriculada como aluno da escola - "S" gravado pela
      * inclusao de EXEMPLO1 e pela migracao MIGRALUN; o faturamento
      * (FATMENS), a remessa (REMCOBR) e as cartas (CARTACOB) so olham
      * estes. Registro gravado antes do campo traz espacos aqui.
           03 INDICADOR-ALUNO  PIC X(01) VALUE SPACE.
               88 CADASTRO-DE-ALUNO   VALUE "S".
      * Area de reserva - o registro passou a 300 bytes de uma vez
      * para que os proximos campos do cadastro sejam tirados daqui,
      * sem nova conversao dos arquivos (CONVCAD) nem das imagens de
      * AUDITORI/PENDENTE a cada campo acrescentado.
           03 FILLER           PIC X(22) VALUE SPACES.
