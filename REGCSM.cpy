      ******************************************************************
      * Copybook: REGCSM.cpy
      * Purpose:  Consumo de material por departamento (arquivo
      *           CONSTOT) - uma linha por centro de custo em cada
      *           apuracao de RELREQ no fechamento: as saidas de
      *           requisicao (MANREQ) postadas na competencia,
      *           valorizadas pelo CUSTO-UNITARIO do item. Apuracao
      *           repetida grava outro bloco com a data e hora novas -
      *           vale o ultimo bloco da competencia, e e esse que a
      *           exportacao contabil (EXPCONTA) lanca por centro de
      *           custo.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-CONSUMO.
           03 CSM-COMPETENCIA      PIC 9(06) VALUE ZEROS.
           03 CSM-APURACAO.
               05 CSM-DATA-APURACAO PIC 9(08) VALUE ZEROS.
               05 CSM-HORA-APURACAO PIC 9(06) VALUE ZEROS.
           03 CSM-CCUSTO           PIC X(06) VALUE SPACES.
           03 CSM-QTDE-SAIDAS      PIC 9(05) VALUE ZEROS.
           03 CSM-VALOR            PIC 9(13)V99 VALUE ZEROS.
