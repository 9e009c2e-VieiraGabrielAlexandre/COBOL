           03 OPERADOR-SENHAS-ANTERIORES.
               05 OPERADOR-SENHA-ANT PIC X(08) OCCURS 3 TIMES
                                     VALUE SPACES.
      * Dados sensiveis (salario e CPF do cadastro): sem a permissao,
      * CONUSUARIO, RELUSUARIO e EXPUSUARIO mostram o salario em
      * asteriscos e so os dois ultimos digitos do CPF. Concedida ou
      * revogada pelo supervisor em MANOPER; toda visao sem mascara
      * fica registrada no LOGSENS pelo subprograma DADOSENS.
           03 OPERADOR-DADOS-SENSIVEIS PIC X(01) VALUE "N".
               88 ACESSO-DADOS-SENSIVEIS VALUE "S".
      * Area de reserva - o registro passou a 100 bytes de uma vez
      * (CONVOPER) para que os proximos campos do operador saiam
      * daqui sem nova conversao do arquivo.
           03 FILLER           PIC X(18) VALUE SPACES.
