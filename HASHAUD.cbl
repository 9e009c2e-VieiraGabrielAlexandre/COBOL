      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma do hash encadeado do rastro de auditoria -
      *          calcula o hash de um registro do AUDITORI (REGAUD.cpy)
      *          partindo do hash do registro anterior. Cobre todo o
      *          registro ate AUD-SEQUENCIA inclusive (so o proprio
      *          AUD-HASH fica de fora), de modo que mexer em qualquer
      *          campo, trocar a ordem ou tirar um registro quebra o
      *          elo com o seguinte. Sao duas somas polinomiais sobre
      *          os bytes, cada uma modulo um primo de 8 digitos,
      *          juntas nos 16 digitos do hash. Nao e criptografico:
      *          serve para acusar alteracao feita por fora dos
      *          programas, nao para resistir a quem conhece a conta.
      *          CALLado por ENCADAUD ao gravar e por VERIFAUD ao
      *          conferir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HASHAUD.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * 638 = REGAUD.cpy ate o fim de AUD-SEQUENCIA.
       77  WS-TAMANHO-COBERTO  PIC 9(03) VALUE 638.
       77  WS-POSICAO          PIC 9(03) VALUE ZERO.
       77  WS-PRIMO-1          PIC 9(08) VALUE 99999989.
       77  WS-PRIMO-2          PIC 9(08) VALUE 99999971.
       77  WS-SOMA-1           PIC 9(08) VALUE ZERO.
       77  WS-SOMA-2           PIC 9(08) VALUE ZERO.
       77  WS-TRABALHO         PIC 9(12) VALUE ZERO.
       77  WS-QUOCIENTE        PIC 9(12) VALUE ZERO.
      * Valor numerico do byte: o caractere vai para o byte baixo de
      * um binario de 2 bytes com o byte alto zerado.
       01  WS-BYTE-VALOR       PIC 9(04) COMP VALUE ZERO.
       01  WS-BYTE-AREA REDEFINES WS-BYTE-VALOR.
           03 WS-BYTE-ALTO     PIC X(01).
           03 WS-BYTE-BAIXO    PIC X(01).
       01  WS-HASH-PARTES      PIC 9(16) VALUE ZEROS.
       01  WS-HASH-PARTES-R REDEFINES WS-HASH-PARTES.
           03 WS-PARTE-1       PIC 9(08).
           03 WS-PARTE-2       PIC 9(08).
       LINKAGE SECTION.
       01  HASHAUD-REGISTRO        PIC X(654).
       01  HASHAUD-HASH-ANTERIOR   PIC 9(16).
       01  HASHAUD-HASH            PIC 9(16).
       PROCEDURE DIVISION USING HASHAUD-REGISTRO,
               HASHAUD-HASH-ANTERIOR, HASHAUD-HASH.
       MAIN-PROCEDURE.
           MOVE HASHAUD-HASH-ANTERIOR TO WS-HASH-PARTES
           MOVE WS-PARTE-1 TO WS-SOMA-1
           MOVE WS-PARTE-2 TO WS-SOMA-2
           MOVE LOW-VALUE TO WS-BYTE-ALTO
           PERFORM SOMAR-BYTE
               VARYING WS-POSICAO FROM 1 BY 1
               UNTIL WS-POSICAO > WS-TAMANHO-COBERTO
           MOVE WS-SOMA-1 TO WS-PARTE-1
           MOVE WS-SOMA-2 TO WS-PARTE-2
           MOVE WS-HASH-PARTES TO HASHAUD-HASH
           GOBACK.

      * O "+ 1" e o "+ 7" fazem o byte zero pesar na conta - sem eles
      * bytes LOW-VALUE no inicio, com hash anterior zerado, nao
      * mexeriam na soma.
       SOMAR-BYTE.
           MOVE HASHAUD-REGISTRO (WS-POSICAO:1) TO WS-BYTE-BAIXO
           COMPUTE WS-TRABALHO = WS-SOMA-1 * 257 + WS-BYTE-VALOR + 1
           DIVIDE WS-TRABALHO BY WS-PRIMO-1 GIVING WS-QUOCIENTE
               REMAINDER WS-SOMA-1
           COMPUTE WS-TRABALHO = WS-SOMA-2 * 131 + WS-BYTE-VALOR + 7
           DIVIDE WS-TRABALHO BY WS-PRIMO-2 GIVING WS-QUOCIENTE
               REMAINDER WS-SOMA-2.

       END PROGRAM HASHAUD.
