      ******************************************************************
      * Copybook: TABVIN.cpy
      * Purpose:  Cadeia de matriculas da mesma pessoa, devolvida pelo
      *           subprograma VINCMAT - uma entrada por passagem pela
      *           empresa, da mais antiga para a mais recente, ligadas
      *           pelo MATRICULA-ANTERIOR de REGCAD.cpy que a
      *           readmissao grava. Para cada uma: a admissao, o
      *           desligamento da RESCISOES (zeros = ainda ativa ou
      *           excluida sem rescisao) e se o acerto pagou ferias
      *           proporcionais. Quem nunca foi readmitido volta com
      *           uma entrada so - a propria matricula.
      * Tectonics: cobc
      ******************************************************************
       01  TABELA-VINCULOS.
           03 VIN-QTDE                 PIC 9(02).
           03 VIN-ITEM OCCURS 20 TIMES.
               05 VIN-MATRICULA        PIC 9(06).
               05 VIN-DATA-ADMISSAO    PIC 9(08).
               05 VIN-DATA-DESLIGAMENTO PIC 9(08).
               05 VIN-FERIAS-ACERTO    PIC X(01).
                   88 VIN-ACERTO-PAGOU-FERIAS VALUE "S".
