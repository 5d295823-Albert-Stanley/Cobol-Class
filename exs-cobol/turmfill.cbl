      *          enrolled in its course (STUDENT-COURSES.DAT joined
      *          to ST-TURMA), the TU-CAPACIDADE limit, how many
      *          seats remain, and how many students wait in
      *          WAITLIST.DAT. Written to OCUPACAO-REPORT.DAT. A
      *          graduated student (ST-FORMADO) no longer holds a
      *          seat. The turmas are broken by campus (TU-UNIDADE,
      *          named from CAMPUS.DAT) with a subtotal per campus;
      *          UNIDADE restricts the report to one campus, and an
      *          operator below supervisor gets the home campus only
      *          (UNIDSEL.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO "OCUPACAO-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CAMPUS-FILE ASSIGN TO "CAMPUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPUS-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01 REPORT-LINE        PIC X(100).

       FD  CAMPUS-FILE.
           COPY CAMPUS.

       FD  OPERSES-FILE.
           COPY OPERSES.

       FD  OPERMST-FILE.
           COPY OPERMST.

       WORKING-STORAGE SECTION.
       77 WS-TURMA-STATUS    PIC X(2) VALUE SPACES.
       77 WS-STUDENT-STATUS  PIC X(2) VALUE SPACES.
       77 WS-ENROLL-STATUS   PIC X(2) VALUE SPACES.
       77 WS-WAITLIST-STATUS PIC X(2) VALUE SPACES.
       77 WS-REPORT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-CAMPUS-STATUS   PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS PIC X(2) VALUE SPACES.
       77 WS-OPERADOR       PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO  PIC X VALUE "N".
           88 OPERADOR-LIDO VALUE "S".
       COPY SESRESOL.
       77 WS-OPERMST-STATUS PIC X(2) VALUE SPACES.
       COPY UNIDSEL.

       01 WS-TABELA-TURMAS.
           05 WS-TUR-ENTRY OCCURS 50 TIMES.
               10 WS-TUR-COD   PIC X(04).
               10 WS-TUR-CURSO PIC X(10).
               10 WS-TUR-CAP   PIC 9(03).
               10 WS-TUR-UNID  PIC X(04).
       01 WS-TOTAL-TURMAS  PIC 9(02) VALUE 0.

      * Campuses in the order their first turma appears, each with
      * its CAMPUS.DAT name and the subtotals of the break.
       01 WS-TABELA-UNIDADES.
           05 WS-UNI-ENTRY OCCURS 20 TIMES.
               10 WS-UNI-COD   PIC X(04).
               10 WS-UNI-NOME  PIC X(30).
       01 WS-TOTAL-UNIDADES PIC 9(02) VALUE 0.
       77 WS-U             PIC 9(02).
       77 WS-UNI-ACHADA    PIC X VALUE "N".
       77 WS-UNI-OCUPADAS  PIC 9(04) VALUE 0.
       77 WS-UNI-CAP       PIC 9(04) VALUE 0.
       77 WS-UNI-FILA      PIC 9(04) VALUE 0.

       01 WS-TABELA-ALUNOS.
           05 WS-ALT-ENTRY OCCURS 100 TIMES.
               10 WS-ALT-ID    PIC X(10).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RESOLVER-UNIDADE.
           PERFORM CARREGAR-TURMAS.
           IF WS-TOTAL-TURMAS = 0
               IF WS-UNIDADE-FILTRO = SPACES
                   DISPLAY "TURMAS.DAT VAZIO OU AUSENTE - NADA A "
                       "RELATAR."
               ELSE
                   DISPLAY "NENHUMA TURMA NA UNIDADE "
                       WS-UNIDADE-FILTRO " - NADA A RELATAR."
               END-IF
               STOP RUN
           END-IF.
           PERFORM NOMEAR-UNIDADES.
           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-MATRICULAS.
           PERFORM CARREGAR-FILA.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-UNIDADE-FILTRO = SPACES
               STRING "OCUPACAO POR TURMA - " DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:19) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "OCUPACAO POR TURMA - " DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:19) DELIMITED BY SIZE
                   " - UNIDADE " DELIMITED BY SIZE
                   WS-UNIDADE-FILTRO DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-TOTAL-UNIDADES
               PERFORM RELATAR-UMA-UNIDADE
           END-PERFORM.
           CLOSE REPORT-FILE.
           DISPLAY "RELATORIO GRAVADO EM OCUPACAO-REPORT.DAT ("
               WS-TOTAL-TURMAS " TURMA(S)).".
           STOP RUN.

      * Campus break: a heading line, the campus's turmas in file
      * order, and the campus subtotal.
       RELATAR-UMA-UNIDADE.
           MOVE 0 TO WS-UNI-OCUPADAS WS-UNI-CAP WS-UNI-FILA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "UNIDADE " DELIMITED BY SIZE
               WS-UNI-COD(WS-U) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-UNI-NOME(WS-U) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-T FROM 1 BY 1
               UNTIL WS-T > WS-TOTAL-TURMAS
               IF WS-TUR-UNID(WS-T) = WS-UNI-COD(WS-U)
                   PERFORM RELATAR-UMA-TURMA
                   ADD WS-OCUPADAS TO WS-UNI-OCUPADAS
                   ADD WS-TUR-CAP(WS-T) TO WS-UNI-CAP
                   ADD WS-ESPERANDO TO WS-UNI-FILA
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL UNIDADE " DELIMITED BY SIZE
               WS-UNI-COD(WS-U) DELIMITED BY SIZE
               " MATRICULADOS=" DELIMITED BY SIZE
               WS-UNI-OCUPADAS DELIMITED BY SIZE
               " CAPACIDADE=" DELIMITED BY SIZE
               WS-UNI-CAP DELIMITED BY SIZE
               " FILA=" DELIMITED BY SIZE
               WS-UNI-FILA DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       RELATAR-UMA-TURMA.
           MOVE 0 TO WS-OCUPADAS WS-ESPERANDO.
           PERFORM VARYING WS-J FROM 1 BY 1
                       AT END
                           MOVE "10" TO WS-TURMA-STATUS
                       NOT AT END
                           MOVE TU-UNIDADE TO WS-UNIDADE-REG
                           PERFORM VERIFICAR-UNIDADE
                           IF NA-UNIDADE
                               ADD 1 TO WS-TOTAL-TURMAS
                               MOVE TU-TURMA
                                   TO WS-TUR-COD(WS-TOTAL-TURMAS)
                               MOVE TU-COURSE-ID
                                   TO WS-TUR-CURSO(WS-TOTAL-TURMAS)
                               MOVE TU-CAPACIDADE
                                   TO WS-TUR-CAP(WS-TOTAL-TURMAS)
                               MOVE WS-UNIDADE-REG
                                   TO WS-TUR-UNID(WS-TOTAL-TURMAS)
                               PERFORM REGISTRAR-UNIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           END-IF.

       REGISTRAR-UNIDADE.
           MOVE "N" TO WS-UNI-ACHADA.
           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-TOTAL-UNIDADES
               IF WS-UNI-COD(WS-U) = WS-UNIDADE-REG
                   MOVE "S" TO WS-UNI-ACHADA
               END-IF
           END-PERFORM.
           IF WS-UNI-ACHADA = "N" AND WS-TOTAL-UNIDADES < 20
               ADD 1 TO WS-TOTAL-UNIDADES
               MOVE WS-UNIDADE-REG TO WS-UNI-COD(WS-TOTAL-UNIDADES)
               MOVE SPACES TO WS-UNI-NOME(WS-TOTAL-UNIDADES)
           END-IF.

      * The campus name for the break heading; a code missing from
      * CAMPUS.DAT (or no master yet) prints without one.
       NOMEAR-UNIDADES.
           MOVE SPACES TO WS-CAMPUS-STATUS.
           OPEN INPUT CAMPUS-FILE.
           IF WS-CAMPUS-STATUS = "00"
               PERFORM UNTIL WS-CAMPUS-STATUS = "10"
                   READ CAMPUS-FILE
                       AT END
                           MOVE "10" TO WS-CAMPUS-STATUS
                       NOT AT END
                           PERFORM VARYING WS-U FROM 1 BY 1
                               UNTIL WS-U > WS-TOTAL-UNIDADES
                               IF WS-UNI-COD(WS-U) = CP-UNIDADE
                                   MOVE CP-NOME TO WS-UNI-NOME(WS-U)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CAMPUS-FILE
           END-IF.

       CARREGAR-ALUNOS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           IF NOT ST-FORMADO
                               ADD 1 TO WS-TOTAL-ALUNOS
                               MOVE ST-STUDENT-ID
                                   TO WS-ALT-ID(WS-TOTAL-ALUNOS)
                               MOVE ST-TURMA
                                   TO WS-ALT-TURMA(WS-TOTAL-ALUNOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF.

      * Campus filter (UNIDSEL.cpy): UNIDADE asks for one campus,
      * spaces for all of them; an operator below supervisor on the
      * master is held to the home campus and may not ask for
      * another.
       RESOLVER-UNIDADE.
           ACCEPT WS-UNIDADE-PEDIDA FROM ENVIRONMENT "UNIDADE".
           MOVE FUNCTION UPPER-CASE(WS-UNIDADE-PEDIDA)
               TO WS-UNIDADE-PEDIDA.
           MOVE WS-UNIDADE-PEDIDA TO WS-UNIDADE-FILTRO.
           PERFORM LER-OPERADOR.
           MOVE SPACES TO WS-OPERMST-STATUS.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-STATUS = "00"
               PERFORM UNTIL WS-OPERMST-STATUS = "10"
                   READ OPERMST-FILE
                       AT END
                           MOVE "10" TO WS-OPERMST-STATUS
                       NOT AT END
                           IF OM-OPERATOR-ID = WS-OPERADOR
                               AND OM-NIVEL < 3
                               MOVE "S" TO WS-UNIDADE-RESTRITA
                               MOVE OM-UNIDADE TO WS-UNIDADE-OPERADOR
                               MOVE "10" TO WS-OPERMST-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERMST-FILE
           END-IF.
           IF UNIDADE-RESTRITA
               IF WS-UNIDADE-OPERADOR = SPACES
                   MOVE "SEDE" TO WS-UNIDADE-OPERADOR
               END-IF
               IF WS-UNIDADE-PEDIDA NOT = SPACES
                   AND WS-UNIDADE-PEDIDA NOT = WS-UNIDADE-OPERADOR
                   DISPLAY "ACESSO NEGADO: OPERADOR " WS-OPERADOR
                       " RESTRITO A UNIDADE " WS-UNIDADE-OPERADOR "."
                   STOP RUN
               END-IF
               MOVE WS-UNIDADE-OPERADOR TO WS-UNIDADE-FILTRO
           END-IF.

      * A row's campus, spaces read as SEDE, against the filter.
       VERIFICAR-UNIDADE.
           IF WS-UNIDADE-REG = SPACES
               MOVE "SEDE" TO WS-UNIDADE-REG
           END-IF.
           IF WS-UNIDADE-FILTRO = SPACES
               OR WS-UNIDADE-REG = WS-UNIDADE-FILTRO
               MOVE "S" TO WS-NA-UNIDADE
           ELSE
               MOVE "N" TO WS-NA-UNIDADE
           END-IF.

      * Resolves THIS terminal's session in the registry (see
      * OPERSES.cpy / SESRESOL.cpy): the menu exports
      * OPERADOR_TERMINAL for the programs it launches; started
      * outside the menu, a single active session still resolves,
      * but several concurrent sessions without a terminal id stay
      * ANONIMO rather than guessing.
       LER-OPERADOR.
           IF NOT OPERADOR-LIDO
               MOVE "S" TO WS-OPERADOR-LIDO
               ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT
                   "OPERADOR_TERMINAL"
               MOVE SPACES TO WS-OPERSES-STATUS
               MOVE 0 TO WS-SESSOES-VISTAS
               OPEN INPUT OPERSES-FILE
               IF WS-OPERSES-STATUS = "00"
                   PERFORM UNTIL WS-OPERSES-STATUS = "10"
                       READ OPERSES-FILE
                           AT END
                               MOVE "10" TO WS-OPERSES-STATUS
                           NOT AT END
                               IF OP-OPERATOR-ID NOT = SPACES
                                   ADD 1 TO WS-SESSOES-VISTAS
                                   MOVE OP-OPERATOR-ID
                                       TO WS-OPERADOR-UNICO
                                   IF WS-TERMINAL-ID NOT = SPACES
                                       AND OP-TERMINAL-ID
                                           = WS-TERMINAL-ID
                                       MOVE OP-OPERATOR-ID
                                           TO WS-OPERADOR
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERSES-FILE
                   IF WS-TERMINAL-ID = SPACES
                       AND WS-SESSOES-VISTAS = 1
                       MOVE WS-OPERADOR-UNICO TO WS-OPERADOR
                   END-IF
               END-IF
           END-IF.
