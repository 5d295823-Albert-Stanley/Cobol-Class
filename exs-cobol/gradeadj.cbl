      *          applied. The coordination office asked for exactly
      *          this four-eyes control after a same-day adjustment
      *          dispute. Every request goes to AUDIT-LOG.DAT.
      *          The corrected result is judged against the cutoff
      *          in force for the adjusted row's own term
      *          (RULEVIG.cpy), not the latest line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY SESRESOL.
       COPY LOCKF.
       COPY AUDCHAIN.
       COPY RULEVIG.

       01 WS-TABELA-NOTAS.
           05 WS-NOTA-ENTRY OCCURS 2000 TIMES.
      * REC (recuperacao rows from RECUP-CAPTURA) and TRD (late
      * postings) are reserved markers in SG-MOTIVO-AJUSTE: a
      * correction typed with either would be exempted from the
      * attempt cap or pulled into the late-postings report. RVN is
      * reserved for corrections granted on a grade appeal, which
      * REVISAO-NOTAS queues with the case number.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM UNTIL WS-MOTIVO NOT = SPACES
               DISPLAY "CODIGO DO MOTIVO (EX: DIG=ERRO DE DIGITACAO, "
                   DISPLAY "O MOTIVO E OBRIGATORIO."
               END-IF
               IF WS-MOTIVO = "REC" OR WS-MOTIVO = "TRD"
                   OR WS-MOTIVO = "RVN"
                   DISPLAY "REC, TRD E RVN SAO MARCAS RESERVADAS DO "
                       "SISTEMA - ESCOLHA OUTRO CODIGO."
                   MOVE SPACES TO WS-MOTIVO
               END-IF
           MOVE FUNCTION CURRENT-DATE(1:19) TO AJ-SOLICITADO-EM.
           MOVE SPACES TO AJ-REVISOR.
           MOVE SPACES TO AJ-REVISADO-EM.
           MOVE 0 TO AJ-CASO-REVISAO.
           WRITE ADJUST-QUEUE-RECORD.
           CLOSE ADJQ-FILE.
           PERFORM LIBERAR-TRAVA.

      * The line in force for the term of the row being adjusted.
       LER-LIMITE-APROVACAO.
           MOVE 6 TO WS-CUTOFF.
           MOVE WS-NOTA-REG(WS-ESCOLHIDA) TO STUDENT-GRADE-RECORD.
           MOVE SG-TERMO TO WS-VIG-TERMO.
           IF WS-VIG-TERMO = SPACES
               MOVE HIGH-VALUES TO WS-VIG-TERMO
           END-IF.
           MOVE "N" TO WS-VIG-ACHOU.
           MOVE SPACES TO WS-THRESHOLD-STATUS.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           IF TH-COURSE-ID = WS-PROGRAMA-PEDIDO
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
