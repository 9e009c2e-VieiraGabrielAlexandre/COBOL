      ******************************************************************
      * Copybook: REGAGE.cpy
      * Purpose:  Alteracao de cadastro com vigencia futura (arquivo
      *           AGENDCAD) - o Alterar de CADUSUARIO com data de
      *           vigencia posterior a hoje grava aqui as imagens
      *           antes/depois (mesmo desenho de 300 bytes do PENDENTE
      *           e do AUDITORI) em vez de mandar para a fila imediata.
      *           O supervisor aprova ou rejeita em MANAGEND, onde
      *           tambem se consulta e cancela; o passo noturno APLAGEND
      *           aplica toda alteracao aprovada cuja vigencia chegou,
      *           com o evento no AUDITORI e a linha de HISTSAL em nome
      *           do operador que digitou; RELAGEND lista o que vence
      *           nos proximos dias.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-AGENDADA.
           03 AGE-NUMERO       PIC 9(06) VALUE ZEROS.
           03 AGE-MATRICULA    PIC 9(06) VALUE ZEROS.
           03 AGE-VIGENCIA     PIC 9(08) VALUE ZEROS.
           03 AGE-OPERADOR     PIC X(08) VALUE SPACES.
           03 AGE-DATA         PIC 9(08) VALUE ZEROS.
           03 AGE-HORA         PIC 9(06) VALUE ZEROS.
           03 AGE-SITUACAO     PIC X(01) VALUE "P".
               88 AGE-AGUARDANDO      VALUE "P".
               88 AGE-APROVADA        VALUE "A".
               88 AGE-REJEITADA       VALUE "R".
               88 AGE-CANCELADA       VALUE "C".
               88 AGE-APLICADA        VALUE "X".
      * Aprovada que nao pode ser aplicada na vigencia (matricula
      * excluida ou fora do master) - fica registrada, nao some.
               88 AGE-NAO-APLICADA    VALUE "N".
      * Quem aprovou, rejeitou ou cancelou, e quando.
           03 AGE-RESPONSAVEL  PIC X(08) VALUE SPACES.
           03 AGE-DATA-DECISAO PIC 9(08) VALUE ZEROS.
           03 AGE-DATA-APLICACAO PIC 9(08) VALUE ZEROS.
           03 AGE-ANTES        PIC X(300) VALUE SPACES.
           03 AGE-DEPOIS       PIC X(300) VALUE SPACES.
