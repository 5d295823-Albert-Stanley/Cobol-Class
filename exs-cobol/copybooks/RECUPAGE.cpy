      ******************************************************************
      * RECUPAGE.cpy
      * Record layout for RECUP-AGENDA.DAT, the register of the
      * recuperacao exam schedule RECUP-AGENDA builds from the
      * RECUP-ELEGIVEIS extract: one line per student seated, with
      * the term, course, exam date and hours (HHMM), the room
      * (TURMA.cpy TU-SALA + TU-UNIDADE), the seat number on the
      * room's signed attendance list, and the date the lists were
      * issued. Scheduling a term again replaces that term's lines.
      * RECUP-CAPTURA refuses an exam grade for a student + course
      * not seated on a list of the open term.
      ******************************************************************
       01 RECUP-AGENDA-RECORD.
           05 RA-TERMO              PIC X(06).
           05 RA-COURSE-ID          PIC X(10).
           05 RA-STUDENT-ID         PIC X(10).
           05 RA-DATA               PIC X(08).
           05 RA-HORA-INICIO        PIC X(04).
           05 RA-HORA-FIM           PIC X(04).
           05 RA-SALA               PIC X(06).
           05 RA-UNIDADE            PIC X(04).
           05 RA-ASSENTO            PIC 9(03).
           05 RA-DATA-EMISSAO       PIC X(08).
