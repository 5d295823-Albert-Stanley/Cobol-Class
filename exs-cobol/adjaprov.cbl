      *          locks, exactly the apply AJUSTE-NOTAS used to do on
      *          the spot. Every decision goes to AUDIT-LOG.DAT with
      *          requester and reviewer.
      *          An approval also queues the student and programa in
      *          AJUSTE-REFLEXOS.DAT (AJREFLEX.cpy), with the media
      *          and resultado before and after, for the AJUSTE-
      *          REFLEXOS follow-up pass that refreshes the snapshot,
      *          standing, bolsa and recuperacao eligibility and the
      *          portal submission the correction makes stale.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DELTA-FILE ASSIGN TO "GRADES-PENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
           SELECT REFLEXO-FILE ASSIGN TO "AJUSTE-REFLEXOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFLEXO-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  DELTA-FILE.
           COPY DELTA.

       FD  REFLEXO-FILE.
           COPY AJREFLEX.

       FD  AUDIT-FILE.
           COPY AUDIT.

       77 WS-GX-GRAVOU        PIC X VALUE "N".
           88 GX-GRAVADA      VALUE "S".
       77 WS-DELTA-STATUS     PIC X(2) VALUE SPACES.
       77 WS-REFLEXO-STATUS   PIC X(2) VALUE SPACES.
       77 WS-DIA-STATUS       PIC X(2) VALUE SPACES.
       77 WS-DIA-FECHADO      PIC X VALUE "N".
           88 DIA-FECHADO     VALUE "S".
                   AJ-PROGRAMA " LINHA DE " AJ-DATA-HORA-ORIG
                   " NOVA MEDIA=" WS-MEDIA-DISP " ("
                   AJ-NOVO-RESULTADO ") MOTIVO=" AJ-MOTIVO
               IF AJ-MOTIVO = "RVN"
                   DISPLAY "ORIGEM: REVISAO DE NOTA DEFERIDA - CASO "
                       AJ-CASO-REVISAO " (GRADE-APPEALS.DAT)"
               END-IF
               MOVE SPACES TO WS-SN-RESPOSTA
               PERFORM UNTIL SN-VALIDA
                   DISPLAY "APROVAR O PEDIDO? (S=APROVA N=REJEITA)"
                   MOVE ADJUST-QUEUE-RECORD
                       TO WS-FILA-REG(WS-FILA-ESCOLHIDA)
                   MOVE "S" TO WS-ALTERADO
                   PERFORM GRAVAR-REFLEXO
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "AJUSTE APROVADO SEQ=" DELIMITED BY SIZE
                       AJ-SEQ DELIMITED BY SIZE
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY "AJUSTE APLICADO AO HISTORICO E "
                       "REGISTRADO EM AUDIT-LOG.DAT."
                   DISPLAY "REFLEXOS (SITUACAO, BOLSA, RECUPERACAO, "
                       "PORTAL) ENFILEIRADOS PARA AJUSTE-REFLEXOS."
               END-IF
           END-IF.

               CLOSE DELTA-FILE
           END-IF.

      * Follow-up queue (AJREFLEX.cpy): what the approval changed,
      * for the AJUSTE-REFLEXOS pass. The superseded row is still in
      * the table as it was read, so the before values come from it.
       GRAVAR-REFLEXO.
           MOVE WS-NOTA-REG(WS-LINHA-ALVO) TO STUDENT-GRADE-RECORD.
           MOVE SPACES TO AJUSTE-REFLEXO-RECORD.
           MOVE AJ-SEQ TO RF-SEQ.
           MOVE "P" TO RF-STATUS.
           MOVE AJ-ALUNO TO RF-ALUNO.
           MOVE AJ-PROGRAMA TO RF-PROGRAMA.
           MOVE SG-MEDIA TO RF-MEDIA-ANTERIOR.
           MOVE SG-RESULTADO TO RF-RESULTADO-ANTERIOR.
           MOVE AJ-NOVA-MEDIA TO RF-NOVA-MEDIA.
           MOVE AJ-NOVO-RESULTADO TO RF-NOVO-RESULTADO.
           MOVE WS-OPERADOR TO RF-REVISOR.
           MOVE AJ-REVISADO-EM TO RF-APROVADO-EM.
           MOVE "AJUSTE-REFLEXOS.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           MOVE SPACES TO WS-REFLEXO-STATUS.
           OPEN EXTEND REFLEXO-FILE.
           IF WS-REFLEXO-STATUS = "35"
               OPEN OUTPUT REFLEXO-FILE
               CLOSE REFLEXO-FILE
               OPEN EXTEND REFLEXO-FILE
           END-IF.
           IF WS-REFLEXO-STATUS = "00"
               WRITE AJUSTE-REFLEXO-RECORD
               CLOSE REFLEXO-FILE
           END-IF.
           PERFORM LIBERAR-TRAVA.

      * The rewrite changed rows in place, so the keyed mirror
      * (STDGRIX.cpy) cannot be patched by appending - it is regraved
      * whole from the fresh master, still inside the lock. No mirror
