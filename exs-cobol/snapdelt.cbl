      *          regraved with the fresh rows replacing the stale
      *          ones. The pending file is cleared on success. The
      *          weekly NOTAS-ATUAIS full rebuild stays as the
      *          verification run. A recomputed average is judged
      *          against the THRESHOLD.DAT cut in force for the row's
      *          term (RULEVIG.cpy); more cut lines than the 60-entry
      *          table leave snapshot and pending file untouched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WS-POL-REGRA PIC X(08).
       01 WS-TOTAL-POLITICAS PIC 9(2) VALUE 0.

      * Every THRESHOLD.DAT line with its vigencia; the cut for a row
      * is picked for the row's own term (RULEVIG.cpy).
       01 WS-TABELA-CORTES.
           05 WS-CORTE-ENTRY OCCURS 60 TIMES.
               10 WS-CORTE-CURSO PIC X(10).
               10 WS-CORTE-VALOR PIC 9(2)V9(2).
               10 WS-CORTE-VIGENCIA PIC X(06).
       01 WS-TOTAL-CORTES    PIC 9(4) VALUE 0.
       COPY RULEVIG.

       77 WS-I               PIC 9(4).
       77 WS-J               PIC 9(4).
           END-IF.
           PERFORM CARREGAR-POLITICAS.
           PERFORM CARREGAR-CORTES.
           IF WS-TOTAL-CORTES > 60
               DISPLAY "THRESHOLD.DAT TEM " WS-TOTAL-CORTES
                   " LINHAS - EXCEDE A TABELA DE CORTES (MAX 60). "
                   "SNAPSHOT E PENDENCIAS NAO ALTERADOS."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARREGAR-SNAPSHOT.

           PERFORM VARYING WS-K FROM 1 BY 1
               CLOSE POLICY-FILE
           END-IF.

      * The count runs past the table on purpose: a cut left out could
      * regrade a course against the default, so the caller stops.
       CARREGAR-CORTES.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
               PERFORM UNTIL WS-THRESHOLD-STATUS = "10"
                   READ THRESHOLD-FILE
                       AT END
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-CORTES
                           IF WS-TOTAL-CORTES <= 60
                               MOVE TH-COURSE-ID TO
                                   WS-CORTE-CURSO(WS-TOTAL-CORTES)
                               MOVE TH-CUTOFF TO
                                   WS-CORTE-VALOR(WS-TOTAL-CORTES)
                               MOVE TH-VIGENCIA TO
                                   WS-CORTE-VIGENCIA(WS-TOTAL-CORTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLD-FILE
               END-IF
           END-PERFORM.

      * The cut in force for the term the row is stamped with; a row
      * with no term takes the latest line.
       OBTER-CORTE-DO-CURSO.
           MOVE 6 TO WS-CORTE-ATUAL.
           MOVE CG-TERMO TO WS-VIG-TERMO.
           IF WS-VIG-TERMO = SPACES
               MOVE HIGH-VALUES TO WS-VIG-TERMO
           END-IF.
           MOVE "N" TO WS-VIG-ACHOU.
           MOVE "N" TO WS-VIG-ACHOU-PADRAO.
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-TOTAL-CORTES
               IF WS-CORTE-CURSO(WS-P) = "DEFAULT"
                   AND NOT VIG-ACHOU
                   AND WS-CORTE-VIGENCIA(WS-P) NOT > WS-VIG-TERMO
                   AND (NOT VIG-ACHOU-PADRAO
                       OR WS-CORTE-VIGENCIA(WS-P)
                           > WS-VIG-ESCOLHIDA-PADRAO)
                   MOVE WS-CORTE-VALOR(WS-P) TO WS-CORTE-ATUAL
                   MOVE WS-CORTE-VIGENCIA(WS-P)
                       TO WS-VIG-ESCOLHIDA-PADRAO
                   MOVE "S" TO WS-VIG-ACHOU-PADRAO
               END-IF
               IF WS-CORTE-CURSO(WS-P) = CG-PROGRAMA-ID
                   AND WS-CORTE-VIGENCIA(WS-P) NOT > WS-VIG-TERMO
                   AND (NOT VIG-ACHOU
                       OR WS-CORTE-VIGENCIA(WS-P) > WS-VIG-ESCOLHIDA)
                   MOVE WS-CORTE-VALOR(WS-P) TO WS-CORTE-ATUAL
                   MOVE WS-CORTE-VIGENCIA(WS-P) TO WS-VIG-ESCOLHIDA
                   MOVE "S" TO WS-VIG-ACHOU
               END-IF
           END-PERFORM.
