      ******************************************************************
      * DUPLADIG.cpy
      * Record layout for DUPLA-DIGITACAO.DAT, in the spirit of
      * THRESH.cpy and GRDPOL.cpy: one line per course telling MEDIA
      * and EXERCICIO13's interactive entry whether hand-keyed grades
      * need a second, blind keying before they post. DD-CONFERE S
      * holds the first operator's entry on DIGITACAO-PENDENTE.DAT
      * (DIGPEND.cpy) until a different operator keys the same grades
      * again; N (or no line, and no DEFAULT line) posts at once as
      * always.
      ******************************************************************
       01 DUPLA-DIGITACAO-RECORD.
           05 DD-COURSE-ID          PIC X(10).
           05 DD-CONFERE            PIC X(01).
               88 DD-CONFERENCIA    VALUE "S".
