      ******************************************************************
      * BLQCHK.cpy
      * Working fields for the active-hold check (BLOQUEIO.cpy) made
      * before a declaration, a transcript or an enrollment is
      * served. The caller moves the matricula to WS-BLQ-ALUNO and
      * the service name to WS-BLQ-SERVICO; its own
      * VERIFICAR-BLOQUEIOS paragraph reads HOLDS.DAT, shows every
      * active hold with its reason, and sets BLQ-LIBERADO when there
      * is none or a supervisor overrode them. As with STIDCHK.cpy,
      * each program carries the paragraph itself. A HOLDS.DAT not
      * on disk means no hold has ever been placed.
      ******************************************************************
       01 WS-BLQ-STATUS         PIC X(02) VALUE SPACES.
       01 WS-BLQ-ALUNO          PIC X(10) VALUE SPACES.
       01 WS-BLQ-SERVICO        PIC X(10) VALUE SPACES.
       01 WS-BLQ-QTDE           PIC 9(02) VALUE 0.
       01 WS-BLQ-TIPOS          PIC X(20) VALUE SPACES.
       01 WS-BLQ-LIBERADO       PIC X VALUE "S".
           88 BLQ-LIBERADO      VALUE "S".
