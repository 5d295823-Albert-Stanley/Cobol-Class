      *          certificate report (PURGA-CERTIFICADO.DAT) lists who
      *          was removed and how many rows were touched, for the
      *          compliance binder, and the run is audit-logged.
      *          Supervisor only; confirmation required. The closed
      *          terms NOTAS-ARQUIVA moved to STUDENT-GRADES-ARCH.DAT
      *          are pseudonymized too, through a work file so an
      *          archive of any size fits, and
      *          STUDENT-GRADES-ARCH-IX.DAT (STDGRAX.cpy) is regraved
      *          - past the purge no transcript, inquiry or
      *          declaration finds the student's archived rows.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-CHAVE
               FILE STATUS IS WS-GX-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "STUDENT-GRADES-ARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT ARCH-IX-FILE ASSIGN TO "STUDENT-GRADES-ARCH-IX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CHAVE
               FILE STATUS IS WS-AX-STATUS.
           SELECT TRABALHO-FILE ASSIGN TO "EXPURGO-TRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAB-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "STUDENT-COURSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.
       FD  GRADES-IX-FILE.
           COPY STDGRIX.

      * Second FD needs its own record name since STUDENT-GRADE-RECORD
      * is already claimed above by the live file.
       FD  ARCHIVE-FILE.
           COPY STDGRADE
               REPLACING ==STUDENT-GRADE-RECORD==
                             BY ==ARCHIVE-GRADE-RECORD==
                         ==SG-KEY==        BY ==AG-KEY==
                         ==SG-STUDENT-ID== BY ==AG-STUDENT-ID==
                         ==SG-PROGRAMA-ID== BY ==AG-PROGRAMA-ID==
                         ==SG-NOTA-1==     BY ==AG-NOTA-1==
                         ==SG-NOTA-2==     BY ==AG-NOTA-2==
                         ==SG-NOTA-3==     BY ==AG-NOTA-3==
                         ==SG-MEDIA==      BY ==AG-MEDIA==
                         ==SG-RESULTADO==  BY ==AG-RESULTADO==
                         ==SG-DATA-HORA==  BY ==AG-DATA-HORA==
                         ==SG-TERMO==      BY ==AG-TERMO==
                         ==SG-OPERADOR==   BY ==AG-OPERADOR==
                         ==SG-SITUACAO==   BY ==AG-SITUACAO==
                         ==SG-VIGENTE==    BY ==AG-VIGENTE==
                         ==SG-SUPERSEDIDA== BY ==AG-SUPERSEDIDA==
                         ==SG-MOTIVO-AJUSTE== BY ==AG-MOTIVO-AJUSTE==
                         ==SG-TURMA==      BY ==AG-TURMA==.

       FD  ARCH-IX-FILE.
           COPY STDGRAX.

       FD  TRABALHO-FILE.
       01 TRABALHO-LINE      PIC X(100).

       FD  ENROLL-FILE.
           COPY ENROLL.

       77 WS-GX-STATUS       PIC X(2) VALUE SPACES.
       77 WS-GX-GRAVOU       PIC X VALUE "N".
           88 GX-GRAVADA     VALUE "S".
       77 WS-ARCH-STATUS     PIC X(2) VALUE SPACES.
       77 WS-AX-STATUS       PIC X(2) VALUE SPACES.
       77 WS-TRAB-STATUS     PIC X(2) VALUE SPACES.
       77 WS-ARQ-TROCADAS    PIC 9(6) VALUE 0.
       77 WS-ENROLL-STATUS   PIC X(2) VALUE SPACES.
       77 WS-STANDING-STATUS PIC X(2) VALUE SPACES.
       77 WS-ADDRESS-STATUS  PIC X(2) VALUE SPACES.

       01 WS-TABELA-ALUNOS.
           05 WS-ALU-ENTRY OCCURS 100 TIMES.
               10 WS-ALU-REG   PIC X(49).
       01 WS-TOTAL-ALUNOS    PIC 9(3) VALUE 0.

       01 WS-TABELA-GERAL.
           05 WS-GER-ENTRY OCCURS 2000 TIMES.
               10 WS-GER-REG   PIC X(135).
       01 WS-TOTAL-GERAL     PIC 9(4) VALUE 0.
      * Load-then-rewrite safety (the AJUSTE-NOTAS convention): a
      * file with more rows than its table would be truncated by
               CLOSE STUDENT-GRADES-FILE
               PERFORM REGRAVAR-INDICE
           END-IF.
           PERFORM ANONIMIZAR-ARQUIVO-HISTORICO.
           PERFORM LIBERAR-TRAVA.

      * The archive only grows term after term, so it is streamed
      * to EXPURGO-TRAB.DAT with the ids replaced and copied back,
      * rather than loaded into a table; still under
      * STUDENT-GRADES.LCK, which NOTAS-ARQUIVA holds to append.
       ANONIMIZAR-ARQUIVO-HISTORICO.
           MOVE 0 TO WS-ARQ-TROCADAS.
           MOVE SPACES TO WS-ARCH-STATUS.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "00"
               OPEN OUTPUT TRABALHO-FILE
               PERFORM UNTIL WS-ARCH-STATUS = "10"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "10" TO WS-ARCH-STATUS
                       NOT AT END
                           PERFORM VARYING WS-H FROM 1 BY 1
                               UNTIL WS-H > WS-TOTAL-EXPURGO
                               IF WS-EXP-ID(WS-H) = AG-STUDENT-ID
                                   MOVE WS-EXP-PSEUDO(WS-H)
                                       TO AG-STUDENT-ID
                                   ADD 1 TO WS-EXP-NOTAS(WS-H)
                                   ADD 1 TO WS-ARQ-TROCADAS
                               END-IF
                           END-PERFORM
                           MOVE ARCHIVE-GRADE-RECORD TO TRABALHO-LINE
                           WRITE TRABALHO-LINE
                   END-READ
               END-PERFORM
               CLOSE TRABALHO-FILE
               CLOSE ARCHIVE-FILE
               IF WS-ARQ-TROCADAS > 0
                   PERFORM DEVOLVER-ARQUIVO-HISTORICO
                   PERFORM REGRAVAR-INDICE-ARQUIVO
               END-IF
               DELETE FILE TRABALHO-FILE
           END-IF.

       DEVOLVER-ARQUIVO-HISTORICO.
           MOVE SPACES TO WS-TRAB-STATUS.
           OPEN INPUT TRABALHO-FILE.
           OPEN OUTPUT ARCHIVE-FILE.
           PERFORM UNTIL WS-TRAB-STATUS = "10"
               READ TRABALHO-FILE
                   AT END
                       MOVE "10" TO WS-TRAB-STATUS
                   NOT AT END
                       MOVE TRABALHO-LINE TO ARCHIVE-GRADE-RECORD
                       WRITE ARCHIVE-GRADE-RECORD
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
           CLOSE TRABALHO-FILE.

      * Same rule as the live mirror: regraved whole from the fresh
      * archive when it exists, left alone when NOTAS-INDEXA or
      * NOTAS-ARQUIVA never built it.
       REGRAVAR-INDICE-ARQUIVO.
           MOVE SPACES TO WS-AX-STATUS.
           OPEN INPUT ARCH-IX-FILE.
           IF WS-AX-STATUS = "00"
               CLOSE ARCH-IX-FILE
               OPEN OUTPUT ARCH-IX-FILE
               MOVE SPACES TO WS-ARCH-STATUS
               OPEN INPUT ARCHIVE-FILE
               PERFORM UNTIL WS-ARCH-STATUS = "10"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "10" TO WS-ARCH-STATUS
                       NOT AT END
                           PERFORM GRAVAR-LINHA-ARQUIVO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               CLOSE ARCH-IX-FILE
           END-IF.

       GRAVAR-LINHA-ARQUIVO.
           MOVE AG-STUDENT-ID TO AX-STUDENT-ID.
           MOVE AG-PROGRAMA-ID TO AX-PROGRAMA-ID.
           MOVE AG-DATA-HORA TO AX-DATA-HORA.
           MOVE 0 TO AX-SEQ.
           MOVE AG-NOTA-1 TO AX-NOTA-1.
           MOVE AG-NOTA-2 TO AX-NOTA-2.
           MOVE AG-NOTA-3 TO AX-NOTA-3.
           MOVE AG-MEDIA TO AX-MEDIA.
           MOVE AG-RESULTADO TO AX-RESULTADO.
           MOVE AG-TERMO TO AX-TERMO.
           MOVE AG-OPERADOR TO AX-OPERADOR.
           MOVE AG-SITUACAO TO AX-SITUACAO.
           MOVE AG-MOTIVO-AJUSTE TO AX-MOTIVO-AJUSTE.
           MOVE AG-TURMA TO AX-TURMA.
           MOVE "N" TO WS-GX-GRAVOU.
           PERFORM UNTIL GX-GRAVADA OR AX-SEQ > 998
               WRITE GRADE-ARCH-IX-RECORD
               IF WS-AX-STATUS = "22"
                   ADD 1 TO AX-SEQ
               ELSE
                   MOVE "S" TO WS-GX-GRAVOU
               END-IF
           END-PERFORM.

       ANONIMIZAR-MATRICULAS.
           MOVE 0 TO WS-TOTAL-GERAL.
           MOVE "N" TO WS-FIM-DO-ARQUIVO.
