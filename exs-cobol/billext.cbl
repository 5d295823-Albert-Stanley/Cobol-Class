      *          instead. Output FATURA-LINHAS.DAT: one invoice line
      *          per enrollment, a per-student total summary, and the
      *          control-total trailer the bursar balances against.
      *          Each invoice line carries the student's campus
      *          (ST-UNIDADE); UNIDADE limits the extract to one
      *          campus, named in the header, and an operator below
      *          supervisor gets the home campus only (UNIDSEL.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FATURA-FILE ASSIGN TO "FATURA-LINHAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURA-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-FILE.
       01 FATURA-LINE        PIC X(100).

       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  OPERSES-FILE.
           COPY OPERSES.

       FD  OPERMST-FILE.
           COPY OPERMST.

       WORKING-STORAGE SECTION.
       77 WS-ENROLL-STATUS   PIC X(2) VALUE SPACES.
       77 WS-DISC-STATUS     PIC X(2) VALUE SPACES.
       77 WS-RATES-STATUS    PIC X(2) VALUE SPACES.
       77 WS-FATURA-STATUS   PIC X(2) VALUE SPACES.
       77 WS-STUDENT-STATUS  PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS PIC X(2) VALUE SPACES.
       77 WS-OPERADOR       PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO  PIC X VALUE "N".
           88 OPERADOR-LIDO VALUE "S".
       COPY SESRESOL.
       77 WS-OPERMST-STATUS PIC X(2) VALUE SPACES.
       COPY UNIDSEL.

      * Campus of every student on the master.
       01 WS-TABELA-CADASTRO.
           05 WS-CAD-ENTRY OCCURS 500 TIMES.
               10 WS-CAD-ID    PIC X(10).
               10 WS-CAD-UNID  PIC X(04).
       01 WS-TOTAL-CADASTRO  PIC 9(3) VALUE 0.

       01 WS-TABELA-CATALOGO.
           05 WS-CAT-ENTRY OCCURS 20 TIMES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RESOLVER-UNIDADE.
           PERFORM CARREGAR-CADASTRO.
           PERFORM CARREGAR-CATALOGO.
           PERFORM CARREGAR-TARIFAS.
           IF WS-TOTAL-TARIFAS = 0

           OPEN OUTPUT FATURA-FILE.
           MOVE SPACES TO FATURA-LINE.
           IF WS-UNIDADE-FILTRO = SPACES
               STRING "EXTRATO DE COBRANCA POR CREDITO - "
                   DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:19) DELIMITED BY SIZE
                   INTO FATURA-LINE
               END-STRING
           ELSE
               STRING "EXTRATO DE COBRANCA POR CREDITO - "
                   DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:19) DELIMITED BY SIZE
                   " - UNIDADE " DELIMITED BY SIZE
                   WS-UNIDADE-FILTRO DELIMITED BY SIZE
                   INTO FATURA-LINE
               END-STRING
           END-IF.
           WRITE FATURA-LINE.

           OPEN INPUT ENROLL-FILE.
                       AT END
                           MOVE "10" TO WS-ENROLL-STATUS
                       NOT AT END
                           PERFORM OBTER-UNIDADE-ALUNO
                           IF NA-UNIDADE
                               PERFORM FATURAR-UMA-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
               WS-CARGA-ATUAL DELIMITED BY SIZE
               " VALOR=" DELIMITED BY SIZE
               WS-VALOR-DISP DELIMITED BY SIZE
               " UNIDADE=" DELIMITED BY SIZE
               WS-UNIDADE-REG DELIMITED BY SIZE
               INTO FATURA-LINE
           END-STRING.
           WRITE FATURA-LINE.

      * An enrollment for a student not on STUDENT.DAT has no
      * campus; it bills only on the all-campus extract.
       OBTER-UNIDADE-ALUNO.
           MOVE "----" TO WS-UNIDADE-REG.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-CADASTRO
               IF WS-CAD-ID(WS-I) = EN-STUDENT-ID
                   MOVE WS-CAD-UNID(WS-I) TO WS-UNIDADE-REG
               END-IF
           END-PERFORM.
           IF WS-UNIDADE-REG = "----"
               IF WS-UNIDADE-FILTRO = SPACES
                   MOVE "S" TO WS-NA-UNIDADE
               ELSE
                   MOVE "N" TO WS-NA-UNIDADE
               END-IF
           ELSE
               PERFORM VERIFICAR-UNIDADE
           END-IF.

      * Credit hours by the first ten characters of DISC-NOME; an
      * enrollment the catalog does not name counts four hours, the
      * house default.
           END-STRING.
           WRITE FATURA-LINE.

       CARREGAR-CADASTRO.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   OR WS-TOTAL-CADASTRO = 500
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-CADASTRO
                           MOVE ST-STUDENT-ID
                               TO WS-CAD-ID(WS-TOTAL-CADASTRO)
                           MOVE ST-UNIDADE
                               TO WS-CAD-UNID(WS-TOTAL-CADASTRO)
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       CARREGAR-CATALOGO.
           OPEN INPUT DISCIPLINAS-FILE.
           IF WS-DISC-STATUS = "00"
               END-PERFORM
               CLOSE RATES-FILE
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
