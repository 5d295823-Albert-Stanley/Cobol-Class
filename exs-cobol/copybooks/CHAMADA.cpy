      ******************************************************************
      * CHAMADA.cpy
      * Record layout for CHAMADA.DAT, the per-session roll call: one
      * line per section meeting (turma + course, as on TURMAS.DAT),
      * class date and student, taken from the instructors' daily
      * lists by CHAMADA-DIARIA. The intake refuses a date the
      * section does not meet on HORARIOS.DAT or outside the term on
      * TERM-CALENDAR.DAT, and lists only the students of the turma
      * with an active enrollment in the course. CH-PRESENCA is P
      * (presente), F (falta) or J (falta justificada - atestado
      * medico or other document, referenced in CH-DOCUMENTO); a
      * justified absence counts neither as a class given nor as an
      * absence. FREQUENCIA-CONSOLIDA rebuilds the ATTENDANCE.DAT
      * totals (ATTEND.cpy) from this file every night, so the day
      * by day record stands behind every fail-by-absence.
      ******************************************************************
       01 CHAMADA-RECORD.
           05 CH-TURMA              PIC X(04).
           05 CH-COURSE-ID          PIC X(10).
           05 CH-DATA               PIC X(08).
           05 CH-STUDENT-ID         PIC X(10).
           05 CH-PRESENCA           PIC X(01).
               88 CH-PRESENTE       VALUE "P".
               88 CH-FALTA          VALUE "F".
               88 CH-JUSTIFICADA    VALUE "J".
           05 CH-DOCUMENTO          PIC X(20).
           05 CH-OPERADOR           PIC X(08).
           05 CH-LANCADO-EM         PIC X(19).
