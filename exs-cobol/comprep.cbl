      *          WEIGHT3.cpy weights currently in force. Output:
      *          COMPONENTES-REPORT.DAT. MEDIA rows have two
      *          components; the third nota is ignored for them.
      *          FILTRO_CURSO, FILTRO_TERMO and FILTRO_TURMA narrow
      *          the rows analysed (FILTREL.cpy), for requests queued
      *          from the menu and run at night. Each course is
      *          judged against the THRESHOLD.DAT line in force for
      *          FILTRO_TERMO, or for the open term of
      *          ACADEMIC-TERM.DAT when no term is asked (RULEVIG.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT WEIGHT3-FILE ASSIGN TO "WEIGHTS-EX08.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEIGHT3-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "COMPONENTES-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  WEIGHT3-FILE.
           COPY WEIGHT3.

       FD  TERM-FILE.
           COPY TERM.

       FD  REPORT-FILE.
       01 REPORT-LINE        PIC X(120).

       77 WS-WEIGHT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-WEIGHT3-STATUS  PIC X(2) VALUE SPACES.
       77 WS-REPORT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-TERM-STATUS     PIC X(2) VALUE SPACES.

       01 WS-TABELA-CELULAS.
           05 WS-CEL-ENTRY OCCURS 200 TIMES.
           05 WS-CORTE-ENTRY OCCURS 20 TIMES.
               10 WS-CORTE-CURSO PIC X(10).
               10 WS-CORTE-VALOR PIC 9(2)V9(2).
               10 WS-CORTE-VIG   PIC X(06).
       01 WS-TOTAL-CORTES    PIC 9(2) VALUE 0.
       77 WS-CORTE-POS       PIC 9(2) VALUE 0.
       COPY RULEVIG.

       77 WS-I               PIC 9(3).
       77 WS-J               PIC 9(3).
       77 WS-BARRA           PIC X(50) VALUE SPACES.
       77 WS-BARRA-TAM       PIC 9(3) VALUE 0.
       77 WS-CONTAGEM-DISP   PIC ZZZZ9.
       COPY FILTREL.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-FILTROS.
           PERFORM CARREGAR-CORTES.
           PERFORM ACUMULAR-HISTORICO.
           IF WS-TOTAL-CELULAS = 0
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF FILTRO-ATIVO
               MOVE WS-FILTRO-LINHA TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-CELULAS
                       AT END
                           MOVE "10" TO WS-SG-STATUS
                       NOT AT END
                           PERFORM VERIFICAR-FILTROS
                           IF NOT SG-SUPERSEDIDA
                               AND NO-FILTRO
                               PERFORM SOMAR-NA-CELULA
                           END-IF
                   END-READ
           END-IF.

       CARREGAR-CORTES.
           MOVE WS-FILTRO-TERMO TO WS-VIG-TERMO.
           IF WS-VIG-TERMO = SPACES
               PERFORM LER-TERMO-ABERTO
           END-IF.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
               PERFORM UNTIL WS-THRESHOLD-STATUS = "10"
                   READ THRESHOLD-FILE
                       AT END
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           IF TH-VIGENCIA NOT > WS-VIG-TERMO
                               PERFORM GUARDAR-CORTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLD-FILE
           END-IF.

      * One entry per course (DEFAULT included), holding the line of
      * the latest vigencia not after the term analysed.
       GUARDAR-CORTE.
           MOVE 0 TO WS-CORTE-POS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-CORTES OR WS-CORTE-POS > 0
               IF WS-CORTE-CURSO(WS-I) = TH-COURSE-ID
                   MOVE WS-I TO WS-CORTE-POS
               END-IF
           END-PERFORM.
           IF WS-CORTE-POS > 0
               IF TH-VIGENCIA > WS-CORTE-VIG(WS-CORTE-POS)
                   MOVE TH-CUTOFF TO WS-CORTE-VALOR(WS-CORTE-POS)
                   MOVE TH-VIGENCIA TO WS-CORTE-VIG(WS-CORTE-POS)
               END-IF
           ELSE
               IF WS-TOTAL-CORTES < 20
                   ADD 1 TO WS-TOTAL-CORTES
                   MOVE TH-COURSE-ID
                       TO WS-CORTE-CURSO(WS-TOTAL-CORTES)
                   MOVE TH-CUTOFF
                       TO WS-CORTE-VALOR(WS-TOTAL-CORTES)
                   MOVE TH-VIGENCIA
                       TO WS-CORTE-VIG(WS-TOTAL-CORTES)
               END-IF
           END-IF.

       LER-TERMO-ABERTO.
           MOVE HIGH-VALUES TO WS-VIG-TERMO.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-TERM-STATUS = "10"
                   READ TERM-FILE
                       AT END
                           MOVE "10" TO WS-TERM-STATUS
                       NOT AT END
                           IF TR-ABERTO
                               MOVE TR-TERM-ID TO WS-VIG-TERMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF.

      * Report selection (FILTREL.cpy): the FILTRO_CURSO,
      * FILTRO_TERMO and FILTRO_TURMA environment variables, spaces
      * for everything.
       LER-FILTROS.
           ACCEPT WS-FILTRO-CURSO FROM ENVIRONMENT "FILTRO_CURSO".
           ACCEPT WS-FILTRO-TERMO FROM ENVIRONMENT "FILTRO_TERMO".
           ACCEPT WS-FILTRO-TURMA FROM ENVIRONMENT "FILTRO_TURMA".
           MOVE FUNCTION UPPER-CASE(WS-FILTRO-CURSO)
               TO WS-FILTRO-CURSO.
           MOVE FUNCTION UPPER-CASE(WS-FILTRO-TURMA)
               TO WS-FILTRO-TURMA.
           IF WS-FILTRO-CURSO NOT = SPACES
               OR WS-FILTRO-TERMO NOT = SPACES
               OR WS-FILTRO-TURMA NOT = SPACES
               MOVE "S" TO WS-FILTRO-ATIVO
               MOVE SPACES TO WS-FILTRO-LINHA
               STRING "FILTRO - CURSO: " DELIMITED BY SIZE
                   WS-FILTRO-CURSO DELIMITED BY SIZE
                   " TERMO: " DELIMITED BY SIZE
                   WS-FILTRO-TERMO DELIMITED BY SIZE
                   " TURMA: " DELIMITED BY SIZE
                   WS-FILTRO-TURMA DELIMITED BY SIZE
                   INTO WS-FILTRO-LINHA
               END-STRING
           END-IF.

       VERIFICAR-FILTROS.
           MOVE "S" TO WS-NO-FILTRO.
           IF WS-FILTRO-CURSO NOT = SPACES
               AND SG-PROGRAMA-ID NOT = WS-FILTRO-CURSO
               MOVE "N" TO WS-NO-FILTRO
           END-IF.
           IF WS-FILTRO-TERMO NOT = SPACES
               AND SG-TERMO NOT = WS-FILTRO-TERMO
               MOVE "N" TO WS-NO-FILTRO
           END-IF.
           IF WS-FILTRO-TURMA NOT = SPACES
               AND SG-TURMA NOT = WS-FILTRO-TURMA
               MOVE "N" TO WS-NO-FILTRO
           END-IF.
