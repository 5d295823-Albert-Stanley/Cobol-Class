      *          ask for exactly this every term and it could not be
      *          produced while the grades file described a single
      *          anonymous student. Paginated PRTHDR.cpy report in
      *          DESEMPENHO-DISC-REPORT.DAT. The EXER08 weights and
      *          cutoff are the lines in force for the open term
      *          (RULEVIG.cpy), as EXERCICIO08 computes them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PRINT-FILE ASSIGN TO "DESEMPENHO-DISC-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       FD  TERM-FILE.
           COPY TERM.

       WORKING-STORAGE SECTION.
       01 WS-DISC8-STATUS     PIC X(2) VALUE SPACES.
       01 WS-THRESHOLD-STATUS PIC X(2) VALUE SPACES.
       01 WS-WEIGHT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-TERM-STATUS      PIC X(2) VALUE SPACES.
       01 WS-TERMO-ATUAL      PIC X(6) VALUE SPACES.
       COPY RULEVIG.

       01 WS-COURSE-ID        PIC X(10) VALUE "EXER08".
       01 WS-CUTOFF           PIC 9(2)V9(2) VALUE 6.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-TERMO-ABERTO.
           PERFORM LER-LIMITE-APROVACAO.
           PERFORM LER-PESOS.
           PERFORM ACUMULAR-NOTAS.
           END-IF.
           STOP RUN.

       LER-TERMO-ABERTO.
           MOVE SPACES TO WS-TERMO-ATUAL.
           MOVE SPACES TO WS-TERM-STATUS.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-TERM-STATUS = "10"
                   READ TERM-FILE
                       AT END
                           MOVE "10" TO WS-TERM-STATUS
                       NOT AT END
                           IF TR-ABERTO
                               MOVE TR-TERM-ID TO WS-TERMO-ATUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF.
           MOVE WS-TERMO-ATUAL TO WS-VIG-TERMO.
           IF WS-VIG-TERMO = SPACES
               MOVE HIGH-VALUES TO WS-VIG-TERMO
           END-IF.

      * The EXER08 lines in force for the open term (RULEVIG.cpy).
       LER-LIMITE-APROVACAO.
           MOVE "N" TO WS-VIG-ACHOU.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
               PERFORM UNTIL WS-THRESHOLD-STATUS = "10"
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           IF TH-COURSE-ID = WS-COURSE-ID
                               AND TH-VIGENCIA NOT > WS-VIG-TERMO
                               AND (NOT VIG-ACHOU
                                   OR TH-VIGENCIA
                                       > WS-VIG-ESCOLHIDA)
                               MOVE TH-CUTOFF TO WS-CUTOFF
                               MOVE TH-VIGENCIA TO WS-VIG-ESCOLHIDA
                               MOVE "S" TO WS-VIG-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       LER-PESOS.
           MOVE "N" TO WS-VIG-ACHOU.
           OPEN INPUT WEIGHT3-FILE.
           IF WS-WEIGHT-STATUS = "00"
               PERFORM UNTIL WS-WEIGHT-STATUS = "10"
                           MOVE "10" TO WS-WEIGHT-STATUS
                       NOT AT END
                           IF W3-COURSE-ID = WS-COURSE-ID
                               AND W3-VIGENCIA NOT > WS-VIG-TERMO
                               AND (NOT VIG-ACHOU
                                   OR W3-VIGENCIA
                                       > WS-VIG-ESCOLHIDA)
                               MOVE W3-PESO-P1 TO WS-PESO-P1
                               MOVE W3-PESO-P2 TO WS-PESO-P2
                               MOVE W3-PESO-ATIV TO WS-PESO-ATIV
                               MOVE W3-VIGENCIA TO WS-VIG-ESCOLHIDA
                               MOVE "S" TO WS-VIG-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
