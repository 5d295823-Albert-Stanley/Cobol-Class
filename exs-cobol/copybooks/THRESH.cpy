      * One line per course: the passing-grade cutoff that course uses.
      * MEDIA and EXERCICIO13 both look a course up here instead of
      * hardcoding their own cutoff (6 and 7,0 respectively).
      * TH-VIGENCIA is the term (TERM.cpy id) the line is in force
      * from: a course may carry one line per rule change, and the
      * line that grades a posting is picked for the posting's
      * SG-TERMO as RULEVIG.cpy describes. Spaces - every line
      * written before the field existed - is in force from the
      * beginning. CONTROLES-MANUT adds a dated line instead of
      * changing the cutoff a closed term was graded with.
      ******************************************************************
       01 THRESHOLD-RECORD.
           05 TH-COURSE-ID          PIC X(10).
           05 TH-CUTOFF             PIC 9(2)V9(2).
           05 TH-VIGENCIA           PIC X(06).
