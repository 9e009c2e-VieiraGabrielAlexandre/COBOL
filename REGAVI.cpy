      ******************************************************************
      * Copybook: REGAVI.cpy
      * Purpose:  Controle de um aviso (arquivo AVISOCTL, indexado por
      *           tipo e referencia) - a memoria que impede o AVISONOT
      *           de mandar o mesmo alerta toda noite. O aviso nasce
      *           aberto na primeira noite em que a situacao aparece e
      *           e reenviado uma vez por dia enquanto ninguem o
      *           reconhece em MANAVISO; reconhecido, fica registrado
      *           e silencioso. Quando a situacao deixa de aparecer
      *           (senha trocada, folha aprovada, pedido recebido...)
      *           o AVISONOT apaga o controle, e uma ocorrencia nova
      *           volta a avisar.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-AVISO.
           03 AVI-CHAVE.
      * Tipo = codigo de TABAVI.cpy e nome da lista de destinatarios.
               05 AVI-TIPO         PIC X(08) VALUE SPACES.
      * O que identifica a ocorrencia dentro do tipo: operador e data
      * da senha, competencia e empregador, numero da pendencia ou do
      * pedido, item/lote/local, data e hora da noite.
               05 AVI-REFERENCIA   PIC X(20) VALUE SPACES.
           03 AVI-ASSUNTO          PIC X(60) VALUE SPACES.
           03 AVI-STATUS           PIC X(01) VALUE "A".
               88 AVI-ABERTO           VALUE "A".
               88 AVI-RECONHECIDO      VALUE "R".
      * Primeira e ultima noite em que a situacao foi vista, ultimo
      * dia em que o aviso foi de fato enviado e quantas vezes.
           03 AVI-DATA-PRIMEIRA    PIC 9(08) VALUE ZEROS.
           03 AVI-DATA-ULTIMA      PIC 9(08) VALUE ZEROS.
           03 AVI-DATA-ENVIO       PIC 9(08) VALUE ZEROS.
           03 AVI-ENVIOS           PIC 9(03) VALUE ZEROS.
           03 AVI-RECONHECIDO-POR  PIC X(08) VALUE SPACES.
           03 AVI-DATA-RECONHECIDO PIC 9(08) VALUE ZEROS.
           03 FILLER               PIC X(20) VALUE SPACES.
