      ******************************************************************
      * CORRLIST.cpy
      * Record layout for CORRECOES-LISTAS.DAT, the register of the
      * workshop sets already marked: one line per student and set,
      * with the score posted to STUDENT-GRADES.DAT under the OFICINA
      * course. CORRIGE-LISTAS refuses to mark the same student and
      * set twice, so feeding the same answer file again does not
      * post a second attempt.
      ******************************************************************
       01 CORRECAO-LISTA-RECORD.
           05 CL-STUDENT-ID         PIC X(10).
           05 CL-ID-LISTA           PIC X(08).
           05 CL-ACERTOS            PIC 9(02).
           05 CL-PROBLEMAS          PIC 9(02).
           05 CL-NOTA               PIC 9(02)V9(02).
           05 CL-DATA-HORA          PIC X(19).
           05 CL-OPERADOR           PIC X(08).
