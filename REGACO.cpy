      ******************************************************************
      * Copybook: REGACO.cpy
      * Purpose:  Tuition payment agreement record (ACORDOS file,
      *           indexed by ACO-NUMERO) - o acordo registrado em
      *           MANACORD quando o aluno renegocia as mensalidades
      *           vencidas: o saldo dos titulos absorvidos, os
      *           encargos cobrados ate a data do acordo e a divisao
      *           em parcelas. Os titulos originais ficam renegociados
      *           (MEN-RENEGOCIADA-EM) e cada parcela vira um titulo
      *           novo no MENSALID com o numero do acordo.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-ACORDO.
           03 ACO-NUMERO           PIC 9(06) VALUE ZEROS.
           03 ACO-NOME-ALUNO       PIC X(40) VALUE SPACES.
           03 ACO-DATA             PIC 9(08) VALUE ZEROS.
           03 ACO-OPERADOR         PIC X(08) VALUE SPACES.
           03 ACO-QTDE-TITULOS     PIC 9(03) VALUE ZEROS.
           03 ACO-SALDO-ORIGINAL   PIC 9(08)V99 VALUE ZEROS.
           03 ACO-ENCARGOS         PIC 9(08)V99 VALUE ZEROS.
           03 ACO-VALOR-TOTAL      PIC 9(08)V99 VALUE ZEROS.
           03 ACO-QTDE-PARCELAS    PIC 9(02) VALUE ZEROS.
           03 ACO-VALOR-PARCELA    PIC 9(08)V99 VALUE ZEROS.
           03 ACO-PRIMEIRO-VENCTO  PIC 9(08) VALUE ZEROS.
           03 FILLER               PIC X(30) VALUE SPACES.
