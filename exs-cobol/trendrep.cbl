      *          flagged when it moves more than the TREND-BAND.DAT
      *          amount, plus a summary page across all courses.
      *          Output: TENDENCIA-REPORT.DAT.
      *          FILTRO_CURSO / FILTRO_TURMA narrow the history to one
      *          course or turma and FILTRO_TERMO ends the trend at
      *          that term (FILTREL.cpy), for requests queued from the
      *          menu and run at night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-MARCA           PIC X(25) VALUE SPACES.

       COPY PRTHDR.
       COPY FILTREL.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-FILTROS.
           PERFORM LER-BANDA.
           PERFORM ACUMULAR-HISTORICO.
           IF WS-TOTAL-CELULAS = 0
                       AT END
                           MOVE "10" TO WS-SG-STATUS
                       NOT AT END
                           PERFORM VERIFICAR-FILTROS
                           IF NOT SG-SUPERSEDIDA
                               AND SG-TERMO NOT = SPACES
                               AND NO-FILTRO
                               PERFORM SOMAR-NA-CELULA
                           END-IF
                   END-READ
               INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE 2 TO WS-PRINT-LINHA.
           IF FILTRO-ATIVO
               MOVE WS-FILTRO-LINHA TO PRINT-LINE
               WRITE PRINT-LINE
               ADD 1 TO WS-PRINT-LINHA
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

       IMPRIMIR-LINHA.
           IF WS-PRINT-LINHA >= WS-PRINT-MAX-LINHAS
           MOVE WS-PRINT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-PRINT-LINHA.

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

      * The term filter is where the trend stops: the terms up to and
      * including FILTRO_TERMO are kept.
       VERIFICAR-FILTROS.
           MOVE "S" TO WS-NO-FILTRO.
           IF WS-FILTRO-CURSO NOT = SPACES
               AND SG-PROGRAMA-ID NOT = WS-FILTRO-CURSO
               MOVE "N" TO WS-NO-FILTRO
           END-IF.
           IF WS-FILTRO-TERMO NOT = SPACES
               AND SG-TERMO > WS-FILTRO-TERMO
               MOVE "N" TO WS-NO-FILTRO
           END-IF.
           IF WS-FILTRO-TURMA NOT = SPACES
               AND SG-TURMA NOT = WS-FILTRO-TURMA
               MOVE "N" TO WS-NO-FILTRO
           END-IF.
