      ******************************************************************
      * REMATRIC.cpy
      * Record layout for REMATRICULA-PROPOSTA.DAT, the next-term
      * re-enrollment proposals REMATRICULA builds at term open: one
      * line per student and course, for the open term (TERM.cpy).
      * The proposal run writes the courses of the grade curricular
      * (CURRIC.cpy) the student has not passed - no vigente
      * APROVADO row, live or archived, and no transfer credit -
      * whose PREREQUISITES.DAT pairs are all passed, in curriculum
      * order up to the maximum credit load: those inside the load
      * as P (proposta), the rest as A (alternativa). The student
      * confirms (C), withdraws a course (R) or swaps an alternative
      * in at the counter; the posting run takes the confirmed lines
      * into STUDENT-COURSES.DAT through the MATRICULAS-MANUT checks
      * and marks each one E (efetivada), F (turma lotada - put on
      * WAITLIST.DAT) or X (recusada, reason in RP-MOTIVO).
      * RP-LIMITE is the load the proposal was built under, so an
      * amendment is held to the same limit.
      ******************************************************************
       01 REMATRICULA-RECORD.
           05 RP-TERMO              PIC X(06).
           05 RP-STUDENT-ID         PIC X(10).
           05 RP-COURSE-ID          PIC X(10).
           05 RP-HORAS              PIC 9(02).
           05 RP-SITUACAO           PIC X(01).
               88 RP-PROPOSTA       VALUE "P".
               88 RP-ALTERNATIVA    VALUE "A".
               88 RP-CONFIRMADA     VALUE "C".
               88 RP-RETIRADA       VALUE "R".
               88 RP-EFETIVADA      VALUE "E".
               88 RP-EM-FILA        VALUE "F".
               88 RP-RECUSADA       VALUE "X".
               88 RP-EM-ABERTO      VALUES "P", "A".
           05 RP-LIMITE             PIC 9(03).
           05 RP-MOTIVO             PIC X(30).
           05 RP-DATA               PIC X(08).
           05 RP-OPERADOR           PIC X(08).
