      ******************************************************************
      * PAUTAEMI.cpy
      * Record layout for PAUTAS-EMITIDAS.DAT, the register of the
      * grade sheets EMISSAO-PAUTAS issued: one line per student
      * printed on a section's sheet (turma + course), with the
      * issue date. Issuing a section again replaces its lines.
      * CRITICA-PAUTAS rejects a D line whose matricula was not on
      * the sheet issued for that section - the typed-wrong
      * matricula and the student who dropped both stop there. A
      * section never issued from here is not checked against it.
      ******************************************************************
       01 PAUTA-EMITIDA-RECORD.
           05 PE-TURMA              PIC X(04).
           05 PE-CURSO              PIC X(10).
           05 PE-STUDENT-ID         PIC X(10).
           05 PE-DATA-EMISSAO       PIC X(08).
