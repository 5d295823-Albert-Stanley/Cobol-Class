      ******************************************************************
      * CAMPUS.cpy
      * Record layout for CAMPUS.DAT, the campus (unidade) master.
      * One line per site the institution teaches at: the four-letter
      * code carried in ST-UNIDADE, TU-UNIDADE, and OM-UNIDADE, the
      * site name and city for the report headers, and an active
      * flag - an inactive campus keeps its history but takes no new
      * students or turmas. SEDE is the original site; every line
      * written before the campus existed belongs to it. Maintained
      * by UNIDADES-MANUT (campmant.cbl).
      ******************************************************************
       01 CAMPUS-RECORD.
           05 CP-UNIDADE            PIC X(04).
           05 CP-NOME               PIC X(30).
           05 CP-CIDADE             PIC X(20).
           05 CP-STATUS             PIC X(01).
               88 CP-ATIVA          VALUE "A".
               88 CP-INATIVA        VALUE "I".
