      ******************************************************************
      * Copybook: PASSOPAD.cpy
      * Purpose:  Sequencia padrao da cadeia noturna - os passos que o
      *           PROCNOT sempre rodou, na ordem de sempre, no layout
      *           dos primeiros campos de REGPASSO.cpy (ordem,
      *           programa, chamada, habilitado, calendario,
      *           interrompe, descricao). Carregada no CTLPASSO quando
      *           o arquivo ainda nao existe (PROCNOT e MANPASSO) e
      *           usada pelo PAINEL para dar nome aos passos quando
      *           nao ha tabela. O DECTERC ja nasce restrito a
      *           novembro e dezembro, os unicos meses em que gera
      *           parcela. A verificacao da cadeia de auditoria fecha
      *           a noite sem interromper: a ocorrencia fica no RC do
      *           passo e no spool VERIFAUD. Os avisos diarios para o
      *           gateway de e-mail/SMS (AVISONOT) vem depois, tambem
      *           sem interromper.
      * Tectonics: cobc
      ******************************************************************
       01  TABELA-PASSOS-PADRAO-VALORES.
           03 FILLER PIC X(18) VALUE "01GERABACK    SSDS".
           03 FILLER PIC X(30) VALUE "COPIA DE SEGURANCA".
           03 FILLER PIC X(18) VALUE "02VALIDCAD    SSDS".
           03 FILLER PIC X(30) VALUE "CRITICA DE QUALIDADE".
           03 FILLER PIC X(18) VALUE "03RELUSUARIO  CSDS".
           03 FILLER PIC X(30) VALUE "RELATORIO NOTURNO".
           03 FILLER PIC X(18) VALUE "04FECHMES     SSDS".
           03 FILLER PIC X(30) VALUE "FECHAMENTO MENSAL".
           03 FILLER PIC X(18) VALUE "05CONTRACH    SSDS".
           03 FILLER PIC X(30) VALUE "CONTRACHEQUES".
           03 FILLER PIC X(18) VALUE "06ClassicobeerSSDS".
           03 FILLER PIC X(30) VALUE "REPOSICAO DE ESTOQUE".
           03 FILLER PIC X(18) VALUE "07PURGEXCL    SSDS".
           03 FILLER PIC X(30) VALUE "EXPURGO DE EXCLUIDOS".
           03 FILLER PIC X(18) VALUE "08DECTERC     SSNS".
           03 FILLER PIC X(30) VALUE "DECIMO TERCEIRO".
           03 FILLER PIC X(18) VALUE "09EXPCONTA    SSDS".
           03 FILLER PIC X(30) VALUE "EXPORTACAO CONTABIL".
           03 FILLER PIC X(18) VALUE "10LGPDANON    SSDS".
           03 FILLER PIC X(30) VALUE "ANONIMIZACAO LGPD".
           03 FILLER PIC X(18) VALUE "11APLAGEND    SSDS".
           03 FILLER PIC X(30) VALUE "ALTERACOES AGENDADAS".
           03 FILLER PIC X(18) VALUE "12EXTDELTA    SSDS".
           03 FILLER PIC X(30) VALUE "EXTRATO DE MUDANCAS".
           03 FILLER PIC X(18) VALUE "13RELEXPER    SSDS".
           03 FILLER PIC X(30) VALUE "CONTRATOS DE EXPERIENCIA".
           03 FILLER PIC X(18) VALUE "14VERIFAUD    SSDN".
           03 FILLER PIC X(30) VALUE "VERIFICACAO DA AUDITORIA".
           03 FILLER PIC X(18) VALUE "15AVISONOT    SSDN".
           03 FILLER PIC X(30) VALUE "AVISOS DIARIOS".
       01  TABELA-PASSOS-PADRAO REDEFINES TABELA-PASSOS-PADRAO-VALORES.
           03 PAD-PASSO            OCCURS 15 TIMES.
               05 PAD-ORDEM        PIC 9(02).
               05 PAD-PROGRAMA     PIC X(12).
               05 PAD-CHAMADA      PIC X(01).
               05 PAD-HABILITADO   PIC X(01).
               05 PAD-CALENDARIO   PIC X(01).
               05 PAD-INTERROMPE   PIC X(01).
               05 PAD-DESCRICAO    PIC X(30).
