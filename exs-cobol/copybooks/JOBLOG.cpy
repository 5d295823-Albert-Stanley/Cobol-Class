      * what signals an abended run. JL-ORIGEM says how the step got
      * its row: space = executed, C = suppressed by the run
      * calendar (RUNCAL.cpy), so a quiet holiday is distinguishable
      * from a step that never ran. JL-INICIO is when the step
      * started and JL-TIMESTAMP when it ended; each finished step
      * also leaves a row in NIGHTLY-TEMPOS.DAT (NTTEMPO.cpy), the
      * run-time history the window forecast is drawn from.
      * JL-UNIDADE is the campus the run was restricted to
      * (UNIDSEL.cpy), spaces for a run over every campus: a restart
      * reads back only its own campus's rows, and the other
      * campuses' rows are carried over when the log is rewritten.
      ******************************************************************
       01 JOBLOG-RECORD.
           05 JL-PASSO           PIC X(12).
           05 JL-ORIGEM          PIC X(01).
               88 JL-EXECUTADO   VALUE " ".
               88 JL-SUPRIMIDO-CALENDARIO VALUE "C".
           05 JL-INICIO          PIC X(19).
           05 JL-UNIDADE         PIC X(04).
