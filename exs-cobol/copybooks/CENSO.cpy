      ******************************************************************
      * CENSO.cpy
      * Fixed-width record of CENSO-EXTRATO.DAT, the annual higher-
      * education census return: one line per student per term,
      * written by CENSO-EXTRATO, every line of record type 41
      * (aluno). CS-SITUACAO follows the census codes: 02 cursando,
      * 03 matricula trancada (every enrollment locked), 04
      * desvinculado (student inactive), 06 formado
      * (colacao de grau registered in the term, CS-DATA-COLACAO
      * filled). The course counts say who passed: aprovadas,
      * reprovadas by media and REP-FALTA, from the term's
      * CURRENT-GRADES.DAT rows. CS-FREQUENCIA is classes attended
      * over classes held across the student's ATTENDANCE.DAT rows,
      * in percent; CS-FREQ-CONTROLADA = N when no row exists and
      * the percentage is zero-filled.
      ******************************************************************
       01 CENSO-RECORD.
           05 CS-TIPO-REGISTRO      PIC X(02).
           05 CS-TERMO              PIC X(06).
           05 CS-STUDENT-ID         PIC X(10).
           05 CS-NOME               PIC X(30).
           05 CS-TURMA              PIC X(04).
           05 CS-SITUACAO           PIC X(02).
               88 CS-CURSANDO       VALUE "02".
               88 CS-TRANCADA       VALUE "03".
               88 CS-DESVINCULADO   VALUE "04".
               88 CS-FORMADO        VALUE "06".
           05 CS-QT-MATRICULAS      PIC 9(02).
           05 CS-QT-TRANCADAS       PIC 9(02).
           05 CS-QT-APROVADAS       PIC 9(02).
           05 CS-QT-REPROVADAS      PIC 9(02).
           05 CS-QT-REP-FALTA       PIC 9(02).
           05 CS-FREQUENCIA         PIC 9(03).
           05 CS-FREQ-CONTROLADA    PIC X(01).
           05 CS-DATA-COLACAO       PIC X(08).
