           03 HIST-RESULTADO       PIC X(01) VALUE SPACE.
               88 HIST-CONCLUIDO       VALUE "C".
               88 HIST-COM-FALHA       VALUE "F".
      * Um RC por passo do PROCNOT, na posicao da ordem do passo no
      * CTLPASSO (REGPASSO.cpy); 999 marca um passo que nao chegou a
      * executar nesta submissao (pulado na retomada ou alcancado
      * depois de uma falha) e 998 um passo que a tabela de passos
      * pulou nesta noite (desabilitado ou fora do seu calendario).
      * As posicoes alem do ultimo passo da tabela ficam com 999 e
      * estao reservadas para passos que venham a ser incluidos no
      * CTLPASSO. Linhas gravadas quando eram 12 posicoes chegam mais
      * curtas - quem le completa com espacos e trata a posicao como
      * passo nao executado.
           03 HIST-RC-PASSO        PIC 9(03) OCCURS 20 TIMES
                                   VALUE 999.
