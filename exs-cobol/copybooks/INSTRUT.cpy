      ******************************************************************
      * INSTRUT.cpy
      * Record layout for INSTRUCTOR.DAT, the instructor master kept
      * by INSTRUTORES-MANUT: one line per teacher with the id that
      * TURMAS.DAT references in TU-INSTRUTOR-ID, the name, the
      * department, the contract type, and the maximum weekly load
      * in class hours the contract allows. CARGA-DOCENTE compares
      * the hours a teacher's turmas add up to in a term against
      * IN-CARGA-MAXIMA.
      ******************************************************************
       01 INSTRUCTOR-RECORD.
           05 IN-INSTRUTOR-ID       PIC X(06).
           05 IN-NOME               PIC X(30).
           05 IN-DEPARTAMENTO       PIC X(20).
           05 IN-CONTRATO           PIC X(01).
               88 IN-INTEGRAL       VALUE "I".
               88 IN-PARCIAL        VALUE "P".
               88 IN-HORISTA        VALUE "H".
               88 IN-CONTRATO-VALIDO VALUES "I", "P", "H".
           05 IN-CARGA-MAXIMA       PIC 9(02).
