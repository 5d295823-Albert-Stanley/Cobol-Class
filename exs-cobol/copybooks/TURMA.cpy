      * EXERCICIO13's turma filter validate section codes here, so
      * T01A and TO1A stop both getting through; MATRICULAS-MANUT
      * honors TU-CAPACIDADE when enrolling into the section's
      * course. TU-INSTRUTOR-ID is the teacher's key on
      * INSTRUCTOR.DAT (INSTRUT.cpy) - TURMAS-MANUT refuses an id not
      * on the master and copies the master's name into
      * TU-INSTRUTOR, so the name is no longer typed free. TU-TERMO
      * is the academic term (TERM.cpy) the section is offered in;
      * CARGA-DOCENTE sums the teaching load per instructor per term
      * from it. A turma code may have one line per course its
      * students take; the turma + course pair is the section key,
      * and HORARIOS.DAT (HORARIO.cpy) holds its weekly meetings.
      * TU-UNIDADE is the campus (CAMPUS.cpy) the section meets at;
      * spaces read as SEDE, as in ST-UNIDADE.
      ******************************************************************
       01 TURMA-RECORD.
           05 TU-TURMA              PIC X(04).
           05 TU-INSTRUTOR          PIC X(30).
           05 TU-SALA               PIC X(06).
           05 TU-CAPACIDADE         PIC 9(03).
           05 TU-INSTRUTOR-ID       PIC X(06).
           05 TU-TERMO              PIC X(06).
           05 TU-UNIDADE            PIC X(04).
