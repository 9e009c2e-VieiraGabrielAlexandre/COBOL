           MOVE "ADMINISTRADOR PADRAO" TO OPERADOR-NOME
           SET OPERADOR-ATIVO TO TRUE
           SET PERFIL-SUPERVISOR TO TRUE
           SET ACESSO-DADOS-SENSIVEIS TO TRUE
      * Senha padrao nasce marcada para troca obrigatoria - o
      * primeiro login de verdade ja forca uma senha propria.
           MOVE ZEROS TO OPERADOR-SENHA-DATA
