      ******************************************************************
      * Copybook: REGDST.cpy
      * Purpose:  Destinatario de uma lista de avisos (arquivo
      *           DESTINOS, indexado por lista e sequencia) - quem
      *           recebe, pelo gateway corporativo de e-mail/SMS, os
      *           avisos diarios que o AVISONOT grava na caixa de
      *           saida. A lista tem o codigo do tipo de aviso
      *           (TABAVI.cpy): cada tipo vai para todos os
      *           destinatarios ativos da sua lista. Mantido pelo
      *           supervisor em MANAVISO.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-DESTINATARIO.
           03 DST-CHAVE.
               05 DST-LISTA        PIC X(08) VALUE SPACES.
               05 DST-SEQUENCIA    PIC 9(02) VALUE ZEROS.
           03 DST-NOME             PIC X(30) VALUE SPACES.
      * "E" = e-mail, "S" = SMS; o endereco e o e-mail ou o celular
      * com DDD, conforme o canal.
           03 DST-CANAL            PIC X(01) VALUE "E".
               88 DST-CANAL-EMAIL      VALUE "E".
               88 DST-CANAL-SMS        VALUE "S".
           03 DST-ENDERECO         PIC X(50) VALUE SPACES.
      * Destinatario de ferias ou afastado fica "N" e sai do envio sem
      * perder o cadastro.
           03 DST-ATIVO            PIC X(01) VALUE "S".
               88 DST-RECEBE           VALUE "S".
               88 DST-SUSPENSO         VALUE "N".
           03 FILLER               PIC X(20) VALUE SPACES.
