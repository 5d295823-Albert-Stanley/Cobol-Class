      ******************************************************************
      * HORARIO.cpy
      * Record layout for HORARIOS.DAT, the weekly timetable of the
      * sections on TURMAS.DAT: one line per meeting of a section
      * (turma + course, the same pair MATRICULAS-MANUT resolves a
      * student's enrollment to) with the weekday, the start and end
      * time, and the room. A section meeting twice a week has two
      * lines. Maintained by HORARIOS-MANUT, which refuses a room
      * booked twice or an instructor in two places at the same hour
      * within a term; MATRICULAS-MANUT and CRITICA-MATRICULAS refuse
      * an enrollment whose section overlaps one the student already
      * holds; GRADE-HORARIA prints the grids per room and per turma.
      * Weekday runs 2 = SEGUNDA through 7 = SABADO. Times are HHMM
      * on a 24-hour clock; a meeting ending at 1000 does not clash
      * with one starting at 1000.
      ******************************************************************
       01 HORARIO-RECORD.
           05 HR-TURMA              PIC X(04).
           05 HR-COURSE-ID          PIC X(10).
           05 HR-DIA-SEMANA         PIC 9(01).
               88 HR-DIA-VALIDO     VALUE 2 THRU 7.
           05 HR-INICIO             PIC 9(04).
           05 HR-FIM                PIC 9(04).
           05 HR-SALA               PIC X(06).
