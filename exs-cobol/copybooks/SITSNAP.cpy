      ******************************************************************
      * SITSNAP.cpy
      * Record layout of SITUACAO-ONTEM.DAT, the picture of every
      * student's account situation as of the last status feed run
      * (SITFEED.cpy). SITUACAO-FEED compares today's STUDENT.DAT and
      * STUDENT-COURSES.DAT with it and regraves it after the feed
      * is written. SS-SITUACAO: A active, T every enrollment locked
      * (trancamento), I inactive, G graduated - a student with no
      * enrollment at all is still active.
      ******************************************************************
       01 SITUACAO-SNAP-RECORD.
           05 SS-STUDENT-ID         PIC X(10).
           05 SS-NOME               PIC X(30).
           05 SS-TURMA              PIC X(04).
           05 SS-SITUACAO           PIC X(01).
               88 SS-ATIVO          VALUE "A".
               88 SS-TRANCADO       VALUE "T".
               88 SS-INATIVO        VALUE "I".
               88 SS-FORMADO        VALUE "G".
