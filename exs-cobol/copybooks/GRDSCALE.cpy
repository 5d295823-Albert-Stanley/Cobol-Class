      * order of minimum so the first band the media reaches is the
      * letter (the last band normally has minimum zero). Courses
      * without their own line fall back to the DEFAULT line - the
      * conversion clerks' laminated card, retired. GS-VIGENCIA is
      * the term the line is in force from, as TH-VIGENCIA in
      * THRESH.cpy (RULEVIG.cpy).
      ******************************************************************
       01 GRADE-SCALE-RECORD.
           05 GS-COURSE-ID          PIC X(10).
           05 GS-BANDA OCCURS 5 TIMES.
               10 GS-MINIMO         PIC 9(2)V9(2).
               10 GS-LETRA          PIC X(01).
           05 GS-VIGENCIA           PIC X(06).
