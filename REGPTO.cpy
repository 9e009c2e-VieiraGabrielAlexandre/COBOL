      ******************************************************************
      * Copybook: REGPTO.cpy
      * Purpose:  Time-clock day record (PONTO file) - um dia de
      *           marcacao por matricula, importado do arquivo dos
      *           relogios por IMPPONTO: as quatro batidas (entrada,
      *           saida para o almoco, volta e saida), o tipo do dia e
      *           os minutos ja apurados contra a jornada contratada -
      *           normais, extras a 50% (alem da jornada em dia util e
      *           todo o sabado) e extras a 100% (domingo e feriado do
      *           FERIADOS), mais o atraso na entrada. A chave
      *           matricula + data impede importar o mesmo dia duas
      *           vezes. CONTRACH paga as extras ainda nao pagas no
      *           contracheque do mes fechado e marca o dia como pago
      *           naquela competencia.
      * Tectonics: cobc
      ******************************************************************
       01  REGISTRO-PONTO.
           03 PTO-CHAVE.
               05 PTO-MATRICULA    PIC 9(06) VALUE ZEROS.
               05 PTO-DATA         PIC 9(08) VALUE ZEROS.
      * Batidas em HHMM; a segunda dupla fica zerada no dia sem
      * intervalo marcado.
           03 PTO-ENTRADA-1    PIC 9(04) VALUE ZEROS.
           03 PTO-SAIDA-1      PIC 9(04) VALUE ZEROS.
           03 PTO-ENTRADA-2    PIC 9(04) VALUE ZEROS.
           03 PTO-SAIDA-2      PIC 9(04) VALUE ZEROS.
           03 PTO-TIPO-DIA     PIC X(01) VALUE "U".
               88 PTO-DIA-UTIL     VALUE "U".
               88 PTO-DIA-SABADO   VALUE "S".
               88 PTO-DIA-DESCANSO VALUE "D".
           03 PTO-MIN-TRABALHADOS PIC 9(04) VALUE ZEROS.
           03 PTO-MIN-NORMAIS  PIC 9(04) VALUE ZEROS.
           03 PTO-MIN-EXTRA-50 PIC 9(04) VALUE ZEROS.
           03 PTO-MIN-EXTRA-100 PIC 9(04) VALUE ZEROS.
           03 PTO-MIN-ATRASO   PIC 9(04) VALUE ZEROS.
           03 PTO-DATA-IMPORTACAO PIC 9(08) VALUE ZEROS.
           03 PTO-SITUACAO     PIC X(01) VALUE "I".
               88 PTO-IMPORTADO    VALUE "I".
               88 PTO-PAGO         VALUE "P".
           03 PTO-COMPETENCIA-PAGA PIC 9(06) VALUE ZEROS.
