      ******************************************************************
      * Copybook: REGMIG.cpy
      * Purpose:  Proposta de migracao de uma pessoa do ALUNOS para o
      *           CADUSUAR (arquivo MIGRPROP, indexado pelo nome do
      *           ALUNOS) - montada por MIGRALUN a partir do casamento
      *           por nome do RECONCAD, decidida pelo supervisor em
      *           APROVMIG e so entao carregada por MIGRALUN no
      *           CADUSUAR, com o evento no AUDITORI. "F" funde o
      *           aluno na matricula que ja existe; "I" inclui quem so
      *           existe no ALUNOS, com matricula do MATRCTL na carga.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-MIGRACAO.
           03 MIG-NOME.
               05 MIG-PRIMEIRONOME PIC X(20) VALUE SPACES.
               05 MIG-SOBRENOME    PIC X(20) VALUE SPACES.
           03 MIG-TIPO             PIC X(01) VALUE SPACE.
               88 MIG-FUSAO            VALUE "F".
               88 MIG-INCLUSAO         VALUE "I".
      * Na fusao, a matricula ja existente no CADUSUAR; na inclusao,
      * zeros ate a carga atribuir a do MATRCTL.
           03 MIG-MATRICULA        PIC 9(06) VALUE ZEROS.
           03 MIG-SALARIO-CADUSUAR PIC 9(10)V99 VALUE ZEROS.
           03 MIG-SALARIO-ALUNOS   PIC 9(10)V99 VALUE ZEROS.
      * Salario vencedor: "C" = o do CADUSUAR (folha revisada pelo
      * maker-checker), "A" = o do ALUNOS. A proposta sugere o do
      * CADUSUAR quando ele existe; o supervisor pode trocar.
           03 MIG-ORIGEM-SALARIO   PIC X(01) VALUE "C".
               88 MIG-SALARIO-DO-CADUSUAR VALUE "C".
               88 MIG-SALARIO-DO-ALUNOS   VALUE "A".
           03 MIG-SALARIO-ESCOLHIDO PIC 9(10)V99 VALUE ZEROS.
      * CPF e nascimento que ficam no CADUSUAR depois da carga: o que
      * o CADUSUAR ja tinha, completado pelo ALUNOS quando zerado.
           03 MIG-CPF              PIC 9(11) VALUE ZEROS.
           03 MIG-DATA-NASCIMENTO  PIC 9(08) VALUE ZEROS.
      * Impedimento que segura a proposta ate o cadastro resolver -
      * nao se aprova proposta com conflito.
           03 MIG-CONFLITO         PIC X(01) VALUE SPACE.
               88 MIG-SEM-CONFLITO     VALUE SPACE.
               88 MIG-CPF-DIVERGENTE   VALUE "C".
               88 MIG-CPF-EM-USO       VALUE "U".
               88 MIG-NOME-DUPLICADO   VALUE "D".
           03 MIG-SITUACAO         PIC X(01) VALUE "P".
               88 MIG-PROPOSTA         VALUE "P".
               88 MIG-APROVADA         VALUE "A".
               88 MIG-REJEITADA        VALUE "R".
               88 MIG-CARREGADA        VALUE "C".
           03 MIG-OPERADOR         PIC X(08) VALUE SPACES.
           03 MIG-DATA-DECISAO     PIC 9(08) VALUE ZEROS.
           03 MIG-DATA-CARGA       PIC 9(08) VALUE ZEROS.
           03 FILLER               PIC X(20) VALUE SPACES.
