      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Weekly timetable grids for the corridor boards.
      *          Every meeting on HORARIOS.DAT (HORARIO.cpy) is
      *          placed in a grid of time bands by weekday (SEG to
      *          SAB), first one page per room and term, then one
      *          page per turma and term - the term is the section's
      *          TU-TERMO on TURMAS.DAT. A cell holding two meetings
      *          prints as a clash so a bad booking shows on the
      *          board before the first day of class. Printed to
      *          GRADE-HORARIA.DAT with the PRTHDR.cpy pagination.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-HORARIA.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIO-FILE ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT PRINT-FILE ASSIGN TO "GRADE-HORARIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HORARIO-FILE.
           COPY HORARIO.

       FD  TURMA-FILE.
           COPY TURMA.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-HORARIO-STATUS  PIC X(2) VALUE SPACES.
       77 WS-TURMA-STATUS    PIC X(2) VALUE SPACES.

       01 WS-TABELA-TURMAS.
           05 WS-TUR-ENTRY OCCURS 50 TIMES.
               10 WS-TUR-COD       PIC X(04).
               10 WS-TUR-CURSO     PIC X(10).
               10 WS-TUR-TERMO     PIC X(06).
       01 WS-TOTAL-TURMAS    PIC 9(02) VALUE 0.

       01 WS-TABELA-HORARIOS.
           05 WS-GRD-ENTRY OCCURS 200 TIMES.
               10 WS-GRD-TERMO     PIC X(06).
               10 WS-GRD-SALA      PIC X(06).
               10 WS-GRD-TURMA     PIC X(04).
               10 WS-GRD-CURSO     PIC X(10).
               10 WS-GRD-DIA       PIC 9(01).
               10 WS-GRD-FAIXA.
                   15 WS-GRD-INICIO PIC 9(04).
                   15 WS-GRD-FIM    PIC 9(04).
       01 WS-TOTAL-HORARIOS  PIC 9(03) VALUE 0.

      * Group keys (termo + sala, or termo + turma) and the time
      * bands of the group being printed, each sorted ascending.
       01 WS-TABELA-GRUPOS.
           05 WS-GRUPO-CHAVE OCCURS 200 TIMES PIC X(12).
       01 WS-TOTAL-GRUPOS    PIC 9(03) VALUE 0.
       01 WS-TABELA-FAIXAS.
           05 WS-FAIXA-CHAVE OCCURS 200 TIMES PIC X(08).
       01 WS-TOTAL-FAIXAS    PIC 9(03) VALUE 0.
       01 WS-TROCA           PIC X(12).
       01 WS-CHAVE-ENTRADA   PIC X(12).
       01 WS-CHAVE-GRUPO     PIC X(12).
       01 WS-CHAVE-FAIXA     PIC X(08).

       01 WS-MODO            PIC X VALUE "S".
           88 MODO-SALA      VALUE "S".
           88 MODO-TURMA     VALUE "T".
       01 WS-TITULO-GRADE    PIC X(40) VALUE SPACES.

       01 WS-I               PIC 9(03).
       01 WS-J               PIC 9(03).
       01 WS-G               PIC 9(03).
       01 WS-F               PIC 9(03).
       01 WS-D               PIC 9(01).
       01 WS-ACHADO          PIC X VALUE "N".
           88 JA-EXISTE      VALUE "S".
       01 WS-QTDE-CELULA     PIC 9(02) VALUE 0.
       01 WS-QTDE-CHOQUES    PIC 9(03) VALUE 0.

       01 WS-LINHA-GRADE.
           05 WS-LG-FAIXA    PIC X(12).
           05 WS-LG-CELULA   PIC X(14) OCCURS 6 TIMES.
           05 FILLER         PIC X(04).

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-TURMAS.
           PERFORM CARREGAR-HORARIOS.
           IF WS-TOTAL-HORARIOS = 0
               DISPLAY "HORARIOS.DAT VAZIO OU AUSENTE - NADA A "
                   "IMPRIMIR."
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           MOVE "S" TO WS-MODO.
           MOVE "GRADE HORARIA SEMANAL POR SALA" TO WS-TITULO-GRADE.
           PERFORM IMPRIMIR-GRADES.
           MOVE "T" TO WS-MODO.
           MOVE "GRADE HORARIA SEMANAL POR TURMA" TO WS-TITULO-GRADE.
           ADD 1 TO WS-PRINT-PAGINA.
           PERFORM IMPRIMIR-GRADES.
           CLOSE PRINT-FILE.
           DISPLAY "GRADES GRAVADAS EM GRADE-HORARIA.DAT ("
               WS-QTDE-CHOQUES " CELULA(S) EM CHOQUE).".
           STOP RUN.

       CARREGAR-TURMAS.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS = "00"
               PERFORM UNTIL WS-TURMA-STATUS = "10"
                   OR WS-TOTAL-TURMAS = 50
                   READ TURMA-FILE
                       AT END
                           MOVE "10" TO WS-TURMA-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-TURMAS
                           MOVE TU-TURMA
                               TO WS-TUR-COD(WS-TOTAL-TURMAS)
                           MOVE TU-COURSE-ID
                               TO WS-TUR-CURSO(WS-TOTAL-TURMAS)
                           MOVE TU-TERMO
                               TO WS-TUR-TERMO(WS-TOTAL-TURMAS)
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           END-IF.

      * Each meeting takes the term of its section; a meeting whose
      * section is no longer on TURMAS.DAT prints with a blank term.
       CARREGAR-HORARIOS.
           OPEN INPUT HORARIO-FILE.
           IF WS-HORARIO-STATUS = "00"
               PERFORM UNTIL WS-HORARIO-STATUS = "10"
                   OR WS-TOTAL-HORARIOS = 200
                   READ HORARIO-FILE
                       AT END
                           MOVE "10" TO WS-HORARIO-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-HORARIOS
                           MOVE SPACES
                               TO WS-GRD-TERMO(WS-TOTAL-HORARIOS)
                           PERFORM VARYING WS-J FROM 1 BY 1
                               UNTIL WS-J > WS-TOTAL-TURMAS
                               IF WS-TUR-COD(WS-J) = HR-TURMA
                                   AND WS-TUR-CURSO(WS-J)
                                       = HR-COURSE-ID
                                   MOVE WS-TUR-TERMO(WS-J)
                                       TO WS-GRD-TERMO
                                           (WS-TOTAL-HORARIOS)
                               END-IF
                           END-PERFORM
                           MOVE HR-SALA
                               TO WS-GRD-SALA(WS-TOTAL-HORARIOS)
                           MOVE HR-TURMA
                               TO WS-GRD-TURMA(WS-TOTAL-HORARIOS)
                           MOVE HR-COURSE-ID
                               TO WS-GRD-CURSO(WS-TOTAL-HORARIOS)
                           MOVE HR-DIA-SEMANA
                               TO WS-GRD-DIA(WS-TOTAL-HORARIOS)
                           MOVE HR-INICIO
                               TO WS-GRD-INICIO(WS-TOTAL-HORARIOS)
                           MOVE HR-FIM
                               TO WS-GRD-FIM(WS-TOTAL-HORARIOS)
                   END-READ
               END-PERFORM
               CLOSE HORARIO-FILE
           END-IF.

      * Group key of meeting WS-I in the current mode.
       OBTER-CHAVE.
           MOVE SPACES TO WS-CHAVE-ENTRADA.
           MOVE WS-GRD-TERMO(WS-I) TO WS-CHAVE-ENTRADA(1:6).
           IF MODO-SALA
               MOVE WS-GRD-SALA(WS-I) TO WS-CHAVE-ENTRADA(7:6)
           ELSE
               MOVE WS-GRD-TURMA(WS-I) TO WS-CHAVE-ENTRADA(7:4)
           END-IF.

       IMPRIMIR-GRADES.
           PERFORM MONTAR-GRUPOS.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM VARYING WS-G FROM 1 BY 1
               UNTIL WS-G > WS-TOTAL-GRUPOS
               IF WS-G > 1
                   ADD 1 TO WS-PRINT-PAGINA
                   PERFORM IMPRIMIR-CABECALHO
               END-IF
               MOVE WS-GRUPO-CHAVE(WS-G) TO WS-CHAVE-GRUPO
               PERFORM IMPRIMIR-GRUPO
           END-PERFORM.

       MONTAR-GRUPOS.
           MOVE 0 TO WS-TOTAL-GRUPOS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-HORARIOS
               PERFORM OBTER-CHAVE
               MOVE "N" TO WS-ACHADO
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-GRUPOS
                   IF WS-GRUPO-CHAVE(WS-J) = WS-CHAVE-ENTRADA
                       MOVE "S" TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF NOT JA-EXISTE
                   ADD 1 TO WS-TOTAL-GRUPOS
                   MOVE WS-CHAVE-ENTRADA
                       TO WS-GRUPO-CHAVE(WS-TOTAL-GRUPOS)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-GRUPOS
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J >= WS-TOTAL-GRUPOS
                   IF WS-GRUPO-CHAVE(WS-J) > WS-GRUPO-CHAVE(WS-J + 1)
                       MOVE WS-GRUPO-CHAVE(WS-J) TO WS-TROCA
                       MOVE WS-GRUPO-CHAVE(WS-J + 1)
                           TO WS-GRUPO-CHAVE(WS-J)
                       MOVE WS-TROCA TO WS-GRUPO-CHAVE(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * One grid: the heading, then one line per distinct time band
      * of the group's meetings in start-time order.
       IMPRIMIR-GRUPO.
           MOVE SPACES TO WS-PRINT-LINE.
           IF MODO-SALA
               STRING "TERMO " DELIMITED BY SIZE
                   WS-CHAVE-GRUPO(1:6) DELIMITED BY SIZE
                   "   SALA " DELIMITED BY SIZE
                   WS-CHAVE-GRUPO(7:6) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING "TERMO " DELIMITED BY SIZE
                   WS-CHAVE-GRUPO(1:6) DELIMITED BY SIZE
                   "   TURMA " DELIMITED BY SIZE
                   WS-CHAVE-GRUPO(7:4) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-LINHA-GRADE.
           MOVE "HORARIO" TO WS-LG-FAIXA.
           MOVE "SEGUNDA" TO WS-LG-CELULA(1).
           MOVE "TERCA" TO WS-LG-CELULA(2).
           MOVE "QUARTA" TO WS-LG-CELULA(3).
           MOVE "QUINTA" TO WS-LG-CELULA(4).
           MOVE "SEXTA" TO WS-LG-CELULA(5).
           MOVE "SABADO" TO WS-LG-CELULA(6).
           MOVE WS-LINHA-GRADE TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE ALL "-" TO WS-PRINT-LINE(1:96).
           PERFORM IMPRIMIR-LINHA.

           MOVE 0 TO WS-TOTAL-FAIXAS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-HORARIOS
               PERFORM OBTER-CHAVE
               IF WS-CHAVE-ENTRADA = WS-CHAVE-GRUPO
                   MOVE "N" TO WS-ACHADO
                   PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-TOTAL-FAIXAS
                       IF WS-FAIXA-CHAVE(WS-J) = WS-GRD-FAIXA(WS-I)
                           MOVE "S" TO WS-ACHADO
                       END-IF
                   END-PERFORM
                   IF NOT JA-EXISTE
                       ADD 1 TO WS-TOTAL-FAIXAS
                       MOVE WS-GRD-FAIXA(WS-I)
                           TO WS-FAIXA-CHAVE(WS-TOTAL-FAIXAS)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-FAIXAS
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J >= WS-TOTAL-FAIXAS
                   IF WS-FAIXA-CHAVE(WS-J) > WS-FAIXA-CHAVE(WS-J + 1)
                       MOVE WS-FAIXA-CHAVE(WS-J) TO WS-TROCA
                       MOVE WS-FAIXA-CHAVE(WS-J + 1)
                           TO WS-FAIXA-CHAVE(WS-J)
                       MOVE WS-TROCA(1:8) TO WS-FAIXA-CHAVE(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-TOTAL-FAIXAS
               PERFORM IMPRIMIR-FAIXA
           END-PERFORM.

      * One band line: the cell of each weekday shows turma and
      * course (room grid) or course and room (turma grid); two
      * meetings in the same cell print as a clash.
       IMPRIMIR-FAIXA.
           MOVE WS-FAIXA-CHAVE(WS-F) TO WS-CHAVE-FAIXA.
           MOVE SPACES TO WS-LINHA-GRADE.
           STRING WS-CHAVE-FAIXA(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CHAVE-FAIXA(3:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CHAVE-FAIXA(5:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CHAVE-FAIXA(7:2) DELIMITED BY SIZE
               INTO WS-LG-FAIXA
           END-STRING.
           PERFORM VARYING WS-D FROM 2 BY 1
               UNTIL WS-D > 7
               MOVE 0 TO WS-QTDE-CELULA
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-HORARIOS
                   PERFORM OBTER-CHAVE
                   IF WS-CHAVE-ENTRADA = WS-CHAVE-GRUPO
                       AND WS-GRD-FAIXA(WS-I) = WS-CHAVE-FAIXA
                       AND WS-GRD-DIA(WS-I) = WS-D
                       ADD 1 TO WS-QTDE-CELULA
                       IF MODO-SALA
                           STRING WS-GRD-TURMA(WS-I)
                               DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-GRD-CURSO(WS-I)(1:9)
                               DELIMITED BY SIZE
                               INTO WS-LG-CELULA(WS-D - 1)
                           END-STRING
                       ELSE
                           STRING WS-GRD-CURSO(WS-I)(1:7)
                               DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-GRD-SALA(WS-I) DELIMITED BY SIZE
                               INTO WS-LG-CELULA(WS-D - 1)
                           END-STRING
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-QTDE-CELULA > 1
                   ADD 1 TO WS-QTDE-CHOQUES
                   MOVE "** CHOQUE **" TO WS-LG-CELULA(WS-D - 1)
               END-IF
           END-PERFORM.
           MOVE WS-LINHA-GRADE TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING WS-TITULO-GRADE DELIMITED BY "  "
               "   DATA: " DELIMITED BY SIZE
               WS-PRINT-DATA DELIMITED BY SIZE
               "   PAGINA: " DELIMITED BY SIZE
               WS-PRINT-PAGINA DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 2 TO WS-PRINT-LINHA.

       IMPRIMIR-LINHA.
           IF WS-PRINT-LINHA >= WS-PRINT-MAX-LINHAS
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE WS-PRINT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-PRINT-LINHA.
