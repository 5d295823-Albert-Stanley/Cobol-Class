      *          treated as not yet taken. When no remaining grade
      *          can reach the cutoff the answer is honest, and the
      *          EXAM-RULES.DAT recuperacao band is quoted when the
      *          exam cycle still applies. The cutoff is the line
      *          in force for the term of that attempt (RULEVIG.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-ACHOU-LINHA     PIC X VALUE "N".
           88 ACHOU-LINHA    VALUE "S".
       77 WS-ULTIMA-DATA     PIC X(19) VALUE SPACES.
       77 WS-ULTIMO-TERMO    PIC X(6) VALUE SPACES.
       77 WS-NOTA-1          PIC S9(2)V9(2) VALUE 0.
       77 WS-NOTA-2          PIC S9(2)V9(2) VALUE 0.
       77 WS-NOTA-3          PIC S9(2)V9(2) VALUE 0.
       77 WS-DISP-2          PIC -Z9,99.

       COPY SNCONF.
       COPY RULEVIG.

       PROCEDURE DIVISION.
       INICIO.
                               AND SG-DATA-HORA >= WS-ULTIMA-DATA
                               MOVE "S" TO WS-ACHOU-LINHA
                               MOVE SG-DATA-HORA TO WS-ULTIMA-DATA
                               MOVE SG-TERMO TO WS-ULTIMO-TERMO
                               MOVE SG-NOTA-1 TO WS-NOTA-1
                               MOVE SG-NOTA-2 TO WS-NOTA-2
                               MOVE SG-NOTA-3 TO WS-NOTA-3

       LER-CONTROLES.
           MOVE 6 TO WS-CUTOFF.
           MOVE WS-ULTIMO-TERMO TO WS-VIG-TERMO.
           IF WS-VIG-TERMO = SPACES
               MOVE HIGH-VALUES TO WS-VIG-TERMO
           END-IF.
           MOVE "N" TO WS-VIG-ACHOU.
           MOVE SPACES TO WS-THRESHOLD-STATUS.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           IF TH-COURSE-ID = WS-CURSO-PEDIDO
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
