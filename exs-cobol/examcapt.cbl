      *          row, so snapshot, transcript, and portal all carry
      *          the post-exam outcome. Eligibility is re-checked
      *          here: outside the band the capture is refused and
      *          audit-logged. Cutoff and exam rule are the lines in
      *          force for the open term (RULEVIG.cpy), so a rule
      *          changed for a later term does not reach this one.
      *          The student must also be seated on an attendance
      *          list RECUP-AGENDA issued for the course in the open
      *          term (RECUP-AGENDA.DAT, RECUPAGE.cpy); a grade for
      *          anyone else is refused and audit-logged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EXAMRULE-FILE ASSIGN TO "EXAM-RULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAMRULE-STATUS.
           SELECT AGENDA-FILE ASSIGN TO "RECUP-AGENDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-STATUS.
           SELECT DAY-FILE ASSIGN TO "DAY-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIA-STATUS.
       FD  EXAMRULE-FILE.
           COPY EXAMRULE.

       FD  AGENDA-FILE.
           COPY RECUPAGE.

       FD  DAY-FILE.
           COPY DAYSTATE.

           88 GX-GRAVADA      VALUE "S".
       77 WS-THRESHOLD-STATUS PIC X(2) VALUE SPACES.
       77 WS-EXAMRULE-STATUS  PIC X(2) VALUE SPACES.
       77 WS-AGENDA-STATUS    PIC X(2) VALUE SPACES.
       77 WS-NA-LISTA         PIC X VALUE "N".
           88 NA-LISTA        VALUE "S".
       77 WS-LISTA-SALA       PIC X(6) VALUE SPACES.
       77 WS-LISTA-ASSENTO    PIC 9(3) VALUE 0.
       77 WS-TERM-STATUS      PIC X(2) VALUE SPACES.
       77 WS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS   PIC X(2) VALUE SPACES.
       COPY SESRESOL.
       COPY LOCKF.
       COPY AUDCHAIN.
       COPY RULEVIG.

       77 WS-ALUNO-PEDIDO     PIC X(10) VALUE SPACES.
       77 WS-CURSO-PEDIDO     PIC X(10) VALUE SPACES.
       77 WS-PISO             PIC 9(2)V9(2) VALUE 4.
       77 WS-PESO-MEDIA       PIC 9(3) VALUE 50.
       77 WS-PESO-EXAME       PIC 9(3) VALUE 50.
       77 WS-PISO-PADRAO      PIC 9(2)V9(2) VALUE 4.
       77 WS-PESO-MEDIA-PADRAO PIC 9(3) VALUE 50.
       77 WS-PESO-EXAME-PADRAO PIC 9(3) VALUE 50.
       77 WS-ACHOU-REGRA      PIC X VALUE "N".
           88 ACHOU-REGRA     VALUE "S".
       77 WS-VALOR-TEXTO      PIC X(6) VALUE SPACES.
                       END-STRING
                       PERFORM GRAVAR-AUDITORIA
                   ELSE
                       PERFORM VERIFICAR-LISTA-PRESENCA
                       IF NA-LISTA
                           DISPLAY "LISTA DE PRESENCA: SALA "
                               WS-LISTA-SALA " ASSENTO "
                               WS-LISTA-ASSENTO
                           PERFORM COLETAR-E-GRAVAR-EXAME
                       ELSE
                           PERFORM RECUSAR-FORA-DA-LISTA
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

      * Only a student seated on a list RECUP-AGENDA issued for the
      * course in the open term sat the exam.
       VERIFICAR-LISTA-PRESENCA.
           MOVE "N" TO WS-NA-LISTA.
           MOVE SPACES TO WS-AGENDA-STATUS.
           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS = "00"
               PERFORM UNTIL WS-AGENDA-STATUS = "10"
                   READ AGENDA-FILE
                       AT END
                           MOVE "10" TO WS-AGENDA-STATUS
                       NOT AT END
                           IF RA-TERMO = WS-TERMO-ATUAL
                               AND RA-STUDENT-ID = WS-ALUNO-PEDIDO
                               AND RA-COURSE-ID = WS-CURSO-PEDIDO
                               MOVE "S" TO WS-NA-LISTA
                               MOVE RA-SALA TO WS-LISTA-SALA
                               MOVE RA-ASSENTO TO WS-LISTA-ASSENTO
                               MOVE "10" TO WS-AGENDA-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGENDA-FILE
           ELSE
               DISPLAY "RECUP-AGENDA.DAT AUSENTE - EXECUTE "
                   "RECUP-AGENDA PARA EMITIR AS LISTAS DE PRESENCA."
           END-IF.

       RECUSAR-FORA-DA-LISTA.
           DISPLAY "ALUNO FORA DAS LISTAS DE PRESENCA DA "
               "RECUPERACAO DO CURSO NO TERMO " WS-TERMO-ATUAL
               " - CAPTURA RECUSADA.".
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "RECUP RECUSADA ALUNO=" DELIMITED BY SIZE
               WS-ALUNO-PEDIDO DELIMITED BY SIZE
               " CURSO=" DELIMITED BY SIZE
               WS-CURSO-PEDIDO DELIMITED BY SIZE
               " FORA DA LISTA DE PRESENCA" DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.

       BUSCAR-VIGENTE.
           MOVE "N" TO WS-ACHOU-VIGENTE.
           MOVE SPACES TO WS-CURRENT-STATUS.

       OBTER-REGRA.
           MOVE 6 TO WS-CUTOFF.
           MOVE WS-TERMO-ATUAL TO WS-VIG-TERMO.
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
               CLOSE THRESHOLD-FILE
           END-IF.
      * The course's own rule when it has one, the DEFAULT line
      * otherwise - the control-file convention GRADE-SCALE.DAT set -
      * each taken as the line in force for the term.
           MOVE "N" TO WS-ACHOU-REGRA.
           MOVE "N" TO WS-VIG-ACHOU.
           MOVE "N" TO WS-VIG-ACHOU-PADRAO.
           MOVE SPACES TO WS-EXAMRULE-STATUS.
           OPEN INPUT EXAMRULE-FILE.
           IF WS-EXAMRULE-STATUS = "00"
                           MOVE "10" TO WS-EXAMRULE-STATUS
                       NOT AT END
                           IF EX-COURSE-ID = WS-CURSO-PEDIDO
                               AND EX-VIGENCIA NOT > WS-VIG-TERMO
                               AND (NOT VIG-ACHOU
                                   OR EX-VIGENCIA
                                       NOT < WS-VIG-ESCOLHIDA)
                               MOVE EX-PISO TO WS-PISO
                               MOVE EX-PESO-MEDIA TO WS-PESO-MEDIA
                               MOVE EX-PESO-EXAME TO WS-PESO-EXAME
                               MOVE EX-VIGENCIA TO WS-VIG-ESCOLHIDA
                               MOVE "S" TO WS-VIG-ACHOU
                           END-IF
                           IF EX-COURSE-ID = "DEFAULT"
                               AND EX-VIGENCIA NOT > WS-VIG-TERMO
                               AND (NOT VIG-ACHOU-PADRAO
                                   OR EX-VIGENCIA
                                       NOT < WS-VIG-ESCOLHIDA-PADRAO)
                               MOVE EX-PISO TO WS-PISO-PADRAO
                               MOVE EX-PESO-MEDIA
                                   TO WS-PESO-MEDIA-PADRAO
                               MOVE EX-PESO-EXAME
                                   TO WS-PESO-EXAME-PADRAO
                               MOVE EX-VIGENCIA
                                   TO WS-VIG-ESCOLHIDA-PADRAO
                               MOVE "S" TO WS-VIG-ACHOU-PADRAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXAMRULE-FILE
           END-IF.
           IF VIG-ACHOU
               MOVE "S" TO WS-ACHOU-REGRA
           ELSE
               IF VIG-ACHOU-PADRAO
                   MOVE WS-PISO-PADRAO TO WS-PISO
                   MOVE WS-PESO-MEDIA-PADRAO TO WS-PESO-MEDIA
                   MOVE WS-PESO-EXAME-PADRAO TO WS-PESO-EXAME
                   MOVE "S" TO WS-ACHOU-REGRA
               END-IF
           END-IF.

      * New attempt under the same SG-KEY: NOTA-1 exame, NOTA-2 the
      * pre-exam media, SG-MEDIA the combined final, reason code REC.
