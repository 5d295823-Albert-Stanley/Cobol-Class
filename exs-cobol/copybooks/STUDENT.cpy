      * that student's STUDENT-GRADES history; ST-TURMA carries the
      * class-section code the student sits in. Maintained by
      * ALUNOS-MANUT (alunmant.cbl) - the master is no longer edited
      * by hand. ST-FORMADO is set only by COLACAO-GRAU when the
      * degree is conferred (DIPLOMA.cpy): a graduated student is no
      * longer active, so the roster and enrollment edits refuse
      * the matricula, and ALUNOS-MANUT will not toggle it back.
      * ST-UNIDADE is the campus the student is registered at, a code
      * on CAMPUS.DAT (CAMPUS.cpy); spaces on a line written before
      * the campus existed read as SEDE, the original site.
      ******************************************************************
       01 STUDENT-RECORD.
           05 ST-STUDENT-ID         PIC X(10).
           05 ST-STATUS             PIC X(01).
               88 ST-ATIVO          VALUE "A".
               88 ST-INATIVO        VALUE "I".
               88 ST-FORMADO        VALUE "G".
           05 ST-TURMA              PIC X(04).
           05 ST-UNIDADE            PIC X(04).
