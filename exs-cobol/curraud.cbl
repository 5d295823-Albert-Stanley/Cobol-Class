      *          hours totaled from DISC-CARGA-HORARIA and compared
      *          to the TOTAL line's demand. Replaces the audit
      *          advising builds by hand for every senior, every
      *          term. A course waived by transfer credit on
      *          APROVEITAMENTOS.DAT (APROVEIT.cpy) counts as
      *          satisfied, marked AP with the credited hours and
      *          the origin institution.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DISCIP-FILE ASSIGN TO "DISCIPLINAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCIP-STATUS.
           SELECT APROV-FILE ASSIGN TO "APROVEITAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROV-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CURRICULO-AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  DISCIP-FILE.
           COPY DISCIP.

       FD  APROV-FILE.
           COPY APROVEIT.

       FD  REPORT-FILE.
       01 REPORT-LINE        PIC X(100).

       77 WS-ENROLL-STATUS   PIC X(2) VALUE SPACES.
       77 WS-DISCIP-STATUS   PIC X(2) VALUE SPACES.
       77 WS-REPORT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-APROV-STATUS    PIC X(2) VALUE SPACES.

       01 WS-ALUNO-PEDIDO    PIC X(10) VALUE SPACES.
       01 WS-CURRIC-PEDIDO   PIC X(10) VALUE SPACES.
       01 WS-STUDENT-NOME    PIC X(30) VALUE SPACES.

      * The requirements of the chosen curriculum, each resolved to
      * SATISFEITA / AP (aproveitada) / EM CURSO / FALTANTE as the
      * student's files are read.
       01 WS-TABELA-REQUISITOS.
           05 WS-REQ-ENTRY OCCURS 30 TIMES.
               10 WS-REQ-CURSO    PIC X(10).
               10 WS-REQ-SITUACAO PIC X(01).
                   88 REQ-SATISFEITA  VALUE "S".
                   88 REQ-APROVEITADA VALUE "A".
                   88 REQ-EM-CURSO    VALUE "C".
                   88 REQ-FALTANTE    VALUE "F".
               10 WS-REQ-HORAS-AP PIC 9(02).
               10 WS-REQ-ORIGEM   PIC X(30).
       01 WS-TOTAL-REQ       PIC 9(2) VALUE 0.
       01 WS-HORAS-EXIGIDAS  PIC 9(3) VALUE 0.

       01 WS-HORAS-FEITAS    PIC 9(3) VALUE 0.
       01 WS-HORAS-FALTAM    PIC 9(3) VALUE 0.
       01 WS-SATISFEITAS     PIC 9(2) VALUE 0.
       01 WS-APROVEITADAS    PIC 9(2) VALUE 0.
       01 WS-EM-CURSO        PIC 9(2) VALUE 0.
       01 WS-FALTANTES       PIC 9(2) VALUE 0.


           PERFORM CARREGAR-CATALOGO.
           PERFORM MARCAR-SATISFEITAS.
           PERFORM MARCAR-APROVEITADAS.
           PERFORM MARCAR-EM-CURSO.
           PERFORM GRAVAR-RELATORIO.

           DISPLAY "AUDITORIA GRAVADA EM CURRICULO-AUDIT.DAT ("
               WS-SATISFEITAS " SATISFEITA(S), "
               WS-APROVEITADAS " AP, "
               WS-EM-CURSO " EM CURSO, "
               WS-FALTANTES " FALTANTE(S)).".
           STOP RUN.
               CLOSE GRADES-FILE
           END-IF.

      * A transfer credit satisfies a requirement the history has
      * not already satisfied; the credited hours are the ones the
      * coordinator approved, not the catalog's.
       MARCAR-APROVEITADAS.
           MOVE SPACES TO WS-APROV-STATUS.
           OPEN INPUT APROV-FILE.
           IF WS-APROV-STATUS = "00"
               PERFORM UNTIL WS-APROV-STATUS = "10"
                   READ APROV-FILE
                       AT END
                           MOVE "10" TO WS-APROV-STATUS
                       NOT AT END
                           IF AP-STUDENT-ID = WS-ALUNO-PEDIDO
                               PERFORM VARYING WS-I FROM 1 BY 1
                                   UNTIL WS-I > WS-TOTAL-REQ
                                   IF WS-REQ-CURSO(WS-I)
                                       = AP-COURSE-ID
                                       AND NOT REQ-SATISFEITA(WS-I)
                                       MOVE "A" TO
                                         WS-REQ-SITUACAO(WS-I)
                                       MOVE AP-CARGA-HORARIA TO
                                         WS-REQ-HORAS-AP(WS-I)
                                       MOVE AP-INSTITUICAO TO
                                         WS-REQ-ORIGEM(WS-I)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APROV-FILE
           END-IF.

      * An active enrollment upgrades a still-missing requirement to
      * in progress; a satisfied one stays satisfied.
       MARCAR-EM-CURSO.

       GRAVAR-RELATORIO.
           MOVE 0 TO WS-SATISFEITAS WS-EM-CURSO WS-FALTANTES.
           MOVE 0 TO WS-APROVEITADAS.
           MOVE 0 TO WS-HORAS-FEITAS WS-HORAS-FALTAM.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
                       " HORAS)" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               WHEN REQ-APROVEITADA(WS-I)
                   ADD 1 TO WS-APROVEITADAS
                   MOVE WS-REQ-HORAS-AP(WS-I) TO WS-CARGA-ATUAL
                   ADD WS-CARGA-ATUAL TO WS-HORAS-FEITAS
                   STRING "  " DELIMITED BY SIZE
                       WS-REQ-CURSO(WS-I) DELIMITED BY SIZE
                       " AP APROVEIT. (" DELIMITED BY SIZE
                       WS-CARGA-ATUAL DELIMITED BY SIZE
                       " HORAS) ORIGEM: " DELIMITED BY SIZE
                       WS-REQ-ORIGEM(WS-I) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               WHEN REQ-EM-CURSO(WS-I)
                   ADD 1 TO WS-EM-CURSO
                   ADD WS-CARGA-ATUAL TO WS-HORAS-FALTAM
