      * GRADE-SCALE.DAT. RECUP-ELEGIVEIS extracts the band after the
      * regular postings; RECUP-CAPTURA records the exam and the
      * recomputed final as a new attempt in STUDENT-GRADES.DAT.
      * EX-VIGENCIA is the term the line is in force from, as
      * TH-VIGENCIA in THRESH.cpy (RULEVIG.cpy).
      ******************************************************************
       01 EXAM-RULE-RECORD.
           05 EX-COURSE-ID          PIC X(10).
           05 EX-PISO               PIC 9(2)V9(2).
           05 EX-PESO-MEDIA         PIC 9(3).
           05 EX-PESO-EXAME         PIC 9(3).
           05 EX-VIGENCIA           PIC X(06).
