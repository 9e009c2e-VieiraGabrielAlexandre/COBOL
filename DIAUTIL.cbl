      *          num dia bancario.
      *          Funcoes: "V" valida a data recebida (resultado S/N);
      *          "P" avanca DIAUTIL-DATA para o proximo dia util apos
      *          ela; "A" recua para o dia util anterior; "D" diz se
      *          a data e dia de descanso remunerado (domingo ou
      *          feriado) - e a regra da hora extra a 100% do IMPPONTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-DIAS-MES         PIC 9(02) VALUE ZERO.
       77  WS-DATA-UTIL        PIC X(01) VALUE "N".
           88 DATA-UTIL            VALUE "S".
       77  WS-DATA-DESCANSO    PIC X(01) VALUE "N".
           88 DATA-DESCANSO        VALUE "S".
       01  WS-DATA-TRABALHO    PIC 9(08) VALUE ZEROS.
       01  WS-DATA-TRABALHO-R REDEFINES WS-DATA-TRABALHO.
           03 WS-TRAB-ANO      PIC 9(04).
                   PERFORM RECUAR-ATE-DIA-UTIL UNTIL DATA-UTIL
                   MOVE WS-DATA-TRABALHO TO DIAUTIL-DATA
                   MOVE "S" TO DIAUTIL-RESULTADO
               WHEN "D"
                   PERFORM VERIFICAR-DESCANSO
                   IF DATA-DESCANSO
                       MOVE "S" TO DIAUTIL-RESULTADO
                   ELSE
                       MOVE "N" TO DIAUTIL-RESULTADO
                   END-IF
               WHEN OTHER
                   MOVE "N" TO DIAUTIL-RESULTADO
           END-EVALUATE
               END-IF
           END-IF.

      * Sabado nao e descanso remunerado - so o domingo e o feriado do
      * arquivo FERIADOS.
       VERIFICAR-DESCANSO.
           MOVE "N" TO WS-DATA-DESCANSO
           PERFORM CALCULAR-DIA-SEMANA
           IF WS-DIA-SEMANA = 1
               SET DATA-DESCANSO TO TRUE
           ELSE
               IF FERIADOS-ABERTO
                   MOVE WS-DATA-TRABALHO TO FERIADO-DATA
                   READ FERIADO-FILE
                       NOT INVALID KEY
                           SET DATA-DESCANSO TO TRUE
                   END-READ
               END-IF
           END-IF.

      * Congruencia de Zeller com aritmetica inteira comum - janeiro e
      * fevereiro contam como meses 13 e 14 do ano anterior.
       CALCULAR-DIA-SEMANA.
