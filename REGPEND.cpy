      *           over the CADUSUARIO master: Incluir and Alterar no
      *           longer touch REGISTRO-ALUNO directly - they queue the
      *           intended change here (full before/after images, same
      *           300-byte layout as REGAUD.cpy's) and only the
      *           supervisor's approval in APROVPEN applies it, with
      *           both the approval and a rejection landing in
      *           AUDITORI.
               88 PEN-PENDENTE     VALUE "P".
               88 PEN-APROVADO     VALUE "A".
               88 PEN-REJEITADO    VALUE "R".
           03 PEN-ANTES        PIC X(300) VALUE SPACES.
           03 PEN-DEPOIS       PIC X(300) VALUE SPACES.
