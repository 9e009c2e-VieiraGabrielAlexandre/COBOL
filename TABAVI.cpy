      ******************************************************************
      * Copybook: TABAVI.cpy
      * Purpose:  Tipos de aviso diario do AVISONOT - o codigo (que e
      *           tambem o nome da lista de destinatarios em DESTINOS e
      *           o AVI-TIPO do AVISOCTL) e a descricao mostrada em
      *           MANAVISO. Tipo novo entra aqui, no AVISONOT (a
      *           verificacao) e passa a aceitar lista em MANAVISO.
      * Tectonics: cobc
      ******************************************************************
       01  TABELA-TIPOS-AVISO-VALORES.
           03 FILLER PIC X(08) VALUE "SENHA".
           03 FILLER PIC X(32) VALUE "SENHA DE OPERADOR A VENCER".
           03 FILLER PIC X(08) VALUE "FOLHA".
           03 FILLER PIC X(32) VALUE "FOLHA AGUARDANDO APROVACAO".
           03 FILLER PIC X(08) VALUE "PENDENTE".
           03 FILLER PIC X(32) VALUE "ALTERACAO AGUARDANDO APROVACAO".
           03 FILLER PIC X(08) VALUE "PEDIDOS".
           03 FILLER PIC X(32) VALUE "PEDIDO COM ENTREGA ATRASADA".
           03 FILLER PIC X(08) VALUE "LOTES".
           03 FILLER PIC X(32) VALUE "LOTE VENCIDO OU A VENCER".
           03 FILLER PIC X(08) VALUE "NOITE".
           03 FILLER PIC X(32) VALUE "FALHA NO PROCESSAMENTO NOTURNO".
       01  TABELA-TIPOS-AVISO REDEFINES TABELA-TIPOS-AVISO-VALORES.
           03 TAB-TIPO-AVISO       OCCURS 6 TIMES.
               05 TAB-AVI-CODIGO   PIC X(08).
               05 TAB-AVI-DESCRICAO PIC X(32).
