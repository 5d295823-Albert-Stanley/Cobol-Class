      *          and REPROVADO and the counts before and after -
      *          without touching THRESHOLD.DAT. The decision to move
      *          the EXER13 cutoff was made blind last year and
      *          surprised everyone. The current cutoff is the
      *          THRESHOLD.DAT line in force for the open term of
      *          ACADEMIC-TERM.DAT (RULEVIG.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT THRESHOLD-FILE ASSIGN TO "THRESHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SIMULA-CORTE-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  THRESHOLD-FILE.
           COPY THRESH.

       FD  TERM-FILE.
           COPY TERM.

       FD  REPORT-FILE.
       01 REPORT-LINE        PIC X(100).

       01 WS-CURRENT-STATUS   PIC X(2) VALUE SPACES.
       01 WS-THRESHOLD-STATUS PIC X(2) VALUE SPACES.
       01 WS-REPORT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-TERM-STATUS      PIC X(2) VALUE SPACES.

       01 WS-CURSO            PIC X(10) VALUE SPACES.
       01 WS-CORTE-ATUAL      PIC 9(2)V9(2) VALUE 6.
       01 WS-MEDIA-DISP       PIC -Z9,99.
       01 WS-CORTE-DISP       PIC Z9,99.
       01 WS-CORTE-DISP-2     PIC Z9,99.
       COPY RULEVIG.

       PROCEDURE DIVISION.
       INICIO.
               STOP RUN
           END-IF.

           PERFORM LER-TERMO-ABERTO.
           PERFORM LER-CORTE-ATUAL.
           MOVE WS-CORTE-ATUAL TO WS-CORTE-DISP.
           MOVE WS-CORTE-PROPOSTO TO WS-CORTE-DISP-2.
           DISPLAY "RELATORIO EM SIMULA-CORTE-REPORT.DAT".
           STOP RUN.

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

       LER-CORTE-ATUAL.
           MOVE "N" TO WS-VIG-ACHOU.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
               PERFORM UNTIL WS-THRESHOLD-STATUS = "10"
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           IF TH-COURSE-ID = WS-CURSO
                               AND TH-VIGENCIA NOT > WS-VIG-TERMO
                               AND (NOT VIG-ACHOU
                                   OR TH-VIGENCIA
                                       > WS-VIG-ESCOLHIDA)
                               MOVE TH-CUTOFF TO WS-CORTE-ATUAL
                               MOVE TH-VIGENCIA TO WS-VIG-ESCOLHIDA
                               MOVE "S" TO WS-VIG-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
