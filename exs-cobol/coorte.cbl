      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Retention and graduation rate by entry cohort for
      *          the accreditation review - TENDENCIA-NOTAS trends
      *          grades, not people. Each student's entry term is the
      *          first term with any activity: a STUDENT-GRADES.DAT
      *          or STUDENT-GRADES-ARCH.DAT row (SG-TERMO), a
      *          trancamento on STUDENT-COURSES.DAT (the term whose
      *          TERM-CALENDAR.DAT span holds EN-DATA-EFEITO), or an
      *          active enrollment of an active student (the open
      *          term). The students of one entry term are a cohort,
      *          followed one, two and four terms later: FORMADO from
      *          the term of the colacao on DIPLOMAS.DAT, ATIVO with
      *          grades or an active enrollment in the term, TRANCADO
      *          with only a trancamento in it or with no activity in
      *          it but some later on (the student came back),
      *          DESVINCULADO with nothing then or after. A term past
      *          the open one is not reached yet and is left blank.
      *          The report RETENCAO-COORTE.DAT (PRTHDR.cpy) prints
      *          each cohort's survival table with percentages and a
      *          summary across all cohorts. Read-only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENCAO-COORTE.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "STUDENT-COURSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT GRADES-FILE ASSIGN TO "STUDENT-GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADES-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "STUDENT-GRADES-ARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT DIPLOMA-FILE ASSIGN TO "DIPLOMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIPLOMA-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "TERM-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RETENCAO-COORTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  ENROLL-FILE.
           COPY ENROLL.

       FD  GRADES-FILE.
           COPY STDGRADE.

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

       FD  DIPLOMA-FILE.
           COPY DIPLOMA.

       FD  TERM-FILE.
           COPY TERM.

       FD  CALENDAR-FILE.
           COPY TERMCAL.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-ENROLL-STATUS    PIC X(2) VALUE SPACES.
       77 WS-GRADES-STATUS    PIC X(2) VALUE SPACES.
       77 WS-ARCH-STATUS      PIC X(2) VALUE SPACES.
       77 WS-DIPLOMA-STATUS   PIC X(2) VALUE SPACES.
       77 WS-TERM-STATUS      PIC X(2) VALUE SPACES.
       77 WS-CALENDAR-STATUS  PIC X(2) VALUE SPACES.

       01 WS-TERMO-ABERTO    PIC X(06) VALUE SPACES.
       01 WS-TERMO-LIMITE    PIC X(06) VALUE SPACES.
       01 WS-TERMO-CALCULO.
           05 WS-TC-ANO      PIC 9(04).
           05 WS-TC-HIFEN    PIC X(01).
           05 WS-TC-SEMESTRE PIC X(01).

      * Terms after entry each cohort is looked at.
       01 WS-DESLOCAMENTOS-VALORES PIC X(06) VALUE "010204".
       01 WS-DESLOCAMENTOS REDEFINES WS-DESLOCAMENTOS-VALORES.
           05 WS-DESLOCAMENTO PIC 9(02) OCCURS 3 TIMES.

       01 WS-TABELA-CALENDARIO.
           05 WS-CAL-ENTRY OCCURS 40 TIMES.
               10 WS-CAL-TERMO      PIC X(06).
               10 WS-CAL-INICIO     PIC X(08).
               10 WS-CAL-FIM        PIC X(08).
       01 WS-TOTAL-CALENDARIO PIC 9(02) VALUE 0.

      * One entry per student seen in any source; the terms with
      * activity are kept per student, ATIVO = S for grades or an
      * active enrollment, TRANC = S for a trancamento. STATUS is
      * blank for an id missing from STUDENT.DAT.
       01 WS-TABELA-ALUNOS.
           05 WS-ALU-ENTRY OCCURS 2000 TIMES.
               10 WS-ALU-ID         PIC X(10).
               10 WS-ALU-STATUS     PIC X(01).
               10 WS-ALU-DIPLOMA    PIC X(06).
               10 WS-ALU-INGRESSO   PIC X(06).
               10 WS-ALU-ULTIMO     PIC X(06).
               10 WS-ALU-QT-TERMOS  PIC 9(02).
               10 WS-ALU-TRM OCCURS 20 TIMES.
                   15 WS-ALU-TRM-ID    PIC X(06).
                   15 WS-ALU-TRM-ATIVO PIC X(01).
                   15 WS-ALU-TRM-TRANC PIC X(01).
       01 WS-TOTAL-ALUNOS    PIC 9(04) VALUE 0.
       01 WS-MAX-ALUNOS      PIC 9(04) VALUE 2000.

      * One entry per entry term, in term order; per look-ahead the
      * target term, whether it is reached, and the students ATIVO,
      * TRANCADO, DESVINCULADO and FORMADO in it.
       01 WS-TABELA-COORTES.
           05 WS-CO-ENTRY OCCURS 40 TIMES.
               10 WS-CO-TERMO       PIC X(06).
               10 WS-CO-INGRESSANTES PIC 9(05).
               10 WS-CO-POS OCCURS 3 TIMES.
                   15 WS-CO-ALVO       PIC X(06).
                   15 WS-CO-ALCANCADO  PIC X(01).
                   15 WS-CO-QT OCCURS 4 TIMES PIC 9(05).
       01 WS-TOTAL-COORTES   PIC 9(02) VALUE 0.
       01 WS-CO-TROCA        PIC X(92).

      * Across all cohorts that reached each look-ahead.
       01 WS-TABELA-RESUMO.
           05 WS-RS-POS OCCURS 3 TIMES.
               10 WS-RS-INGRESSANTES PIC 9(05).
               10 WS-RS-QT OCCURS 4 TIMES PIC 9(05).

       01 WS-I               PIC 9(04).
       01 WS-J               PIC 9(04).
       01 WS-K               PIC 9(04).
       01 WS-P               PIC 9(01).
       01 WS-S               PIC 9(01).
       01 WS-N               PIC 9(02).
       01 WS-C               PIC 9(02).
       01 WS-ALU-POS         PIC 9(04) VALUE 0.
       01 WS-TRM-POS         PIC 9(02) VALUE 0.
       01 WS-ALUNO-BUSCA     PIC X(10) VALUE SPACES.
       01 WS-TERMO-BUSCA     PIC X(06) VALUE SPACES.
       01 WS-DATA-BUSCA      PIC X(08) VALUE SPACES.
       01 WS-INICIO-ACHADO   PIC X(08) VALUE SPACES.
       01 WS-TIPO-ATIVIDADE  PIC X(01) VALUE SPACES.
           88 ATIVIDADE-ATIVA      VALUE "A".
           88 ATIVIDADE-TRANCADA   VALUE "T".
       01 WS-SITUACAO        PIC 9(01) VALUE 0.
       01 WS-FORA-TABELA     PIC 9(05) VALUE 0.
       01 WS-QT-SEM-ATIVIDADE PIC 9(05) VALUE 0.
       01 WS-QT-COLUNA       PIC 9(05) VALUE 0.
       01 WS-BASE            PIC 9(05) VALUE 0.
       01 WS-PERCENTUAL      PIC 9(03)V9 VALUE 0.

       01 WS-ROTULO          PIC X(16) VALUE SPACES.
       01 WS-DESLOC-DISP     PIC 9.
       01 WS-QTDE-DISP       PIC ZZZZ9.
       01 WS-PCT-DISP        PIC ZZ9,9.
       01 WS-COLUNA          PIC X(14) VALUE SPACES.
       01 WS-COLUNAS.
           05 WS-COL OCCURS 5 TIMES PIC X(14).

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           INITIALIZE WS-TABELA-RESUMO.
           PERFORM LER-TERMO-ABERTO.
           PERFORM CARREGAR-CALENDARIO.
           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-NOTAS.
           PERFORM CARREGAR-MATRICULAS.
           PERFORM CARREGAR-DIPLOMAS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               PERFORM CONCLUIR-ALUNO
           END-PERFORM.
           IF WS-TERMO-LIMITE = SPACES
               DISPLAY "NENHUMA ATIVIDADE DE ALUNO ENCONTRADA - NADA "
                   "A RELATAR."
               STOP RUN
           END-IF.
           IF WS-TERMO-ABERTO NOT = SPACES
               MOVE WS-TERMO-ABERTO TO WS-TERMO-LIMITE
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               IF WS-ALU-INGRESSO(WS-I) NOT = SPACES
                   PERFORM LOCALIZAR-COORTE
               END-IF
           END-PERFORM.
           PERFORM ORDENAR-COORTES.
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-TOTAL-COORTES
               PERFORM DEFINIR-ALVOS
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               IF WS-ALU-INGRESSO(WS-I) NOT = SPACES
                   PERFORM ACOMPANHAR-ALUNO
               END-IF
           END-PERFORM.

           PERFORM IMPRIMIR-RELATORIO.
           DISPLAY "RETENCAO POR COORTE GRAVADA EM "
               "RETENCAO-COORTE.DAT (" WS-TOTAL-COORTES
               " COORTE(S), TERMOS ATE " WS-TERMO-LIMITE ").".
           STOP RUN.

       LER-TERMO-ABERTO.
           MOVE SPACES TO WS-TERMO-ABERTO.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-TERM-STATUS = "10"
                   READ TERM-FILE
                       AT END
                           MOVE "10" TO WS-TERM-STATUS
                       NOT AT END
                           IF TR-ABERTO
                               MOVE TR-TERM-ID TO WS-TERMO-ABERTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF.

       CARREGAR-CALENDARIO.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               PERFORM UNTIL WS-CALENDAR-STATUS = "10"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "10" TO WS-CALENDAR-STATUS
                       NOT AT END
                           IF WS-TOTAL-CALENDARIO < 40
                               ADD 1 TO WS-TOTAL-CALENDARIO
                               MOVE TC-TERM-ID TO
                                   WS-CAL-TERMO(WS-TOTAL-CALENDARIO)
                               MOVE TC-INICIO TO
                                   WS-CAL-INICIO(WS-TOTAL-CALENDARIO)
                               MOVE TC-FIM TO
                                   WS-CAL-FIM(WS-TOTAL-CALENDARIO)
                           ELSE
                               ADD 1 TO WS-FORA-TABELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

      * Term of WS-DATA-BUSCA: the calendar span that holds it, else
      * the latest term begun by then (a date in the break between
      * terms belongs to the term just ended); blank when none.
       OBTER-TERMO-DATA.
           MOVE SPACES TO WS-TERMO-BUSCA.
           MOVE LOW-VALUES TO WS-INICIO-ACHADO.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-CALENDARIO
               IF WS-CAL-INICIO(WS-K) NOT > WS-DATA-BUSCA
                   AND WS-CAL-INICIO(WS-K) > WS-INICIO-ACHADO
                   MOVE WS-CAL-TERMO(WS-K) TO WS-TERMO-BUSCA
                   MOVE WS-CAL-INICIO(WS-K) TO WS-INICIO-ACHADO
               END-IF
           END-PERFORM.

       CARREGAR-ALUNOS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           MOVE ST-STUDENT-ID TO WS-ALUNO-BUSCA
                           PERFORM LOCALIZAR-ALUNO
                           IF WS-ALU-POS > 0
                               MOVE ST-STATUS
                                   TO WS-ALU-STATUS(WS-ALU-POS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      * Entry of WS-ALUNO-BUSCA in WS-ALU-POS, added when new; 0 when
      * the table is full (the line is counted as left out).
       LOCALIZAR-ALUNO.
           MOVE 0 TO WS-ALU-POS.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-ALUNOS OR WS-ALU-POS > 0
               IF WS-ALU-ID(WS-K) = WS-ALUNO-BUSCA
                   MOVE WS-K TO WS-ALU-POS
               END-IF
           END-PERFORM.
           IF WS-ALU-POS = 0
               IF WS-TOTAL-ALUNOS < WS-MAX-ALUNOS
                   ADD 1 TO WS-TOTAL-ALUNOS
                   MOVE WS-TOTAL-ALUNOS TO WS-ALU-POS
                   INITIALIZE WS-ALU-ENTRY(WS-ALU-POS)
                   MOVE WS-ALUNO-BUSCA TO WS-ALU-ID(WS-ALU-POS)
               ELSE
                   ADD 1 TO WS-FORA-TABELA
               END-IF
           END-IF.

      * Any row shows the student was there in its term, superseded
      * or not.
       CARREGAR-NOTAS.
           OPEN INPUT GRADES-FILE.
           IF WS-GRADES-STATUS = "00"
               PERFORM UNTIL WS-GRADES-STATUS = "10"
                   READ GRADES-FILE
                       AT END
                           MOVE "10" TO WS-GRADES-STATUS
                       NOT AT END
                           IF SG-TERMO NOT = SPACES
                               MOVE SG-STUDENT-ID TO WS-ALUNO-BUSCA
                               MOVE SG-TERMO TO WS-TERMO-BUSCA
                               MOVE "A" TO WS-TIPO-ATIVIDADE
                               PERFORM ANOTAR-ATIVIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADES-FILE
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "00"
               PERFORM UNTIL WS-ARCH-STATUS = "10"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "10" TO WS-ARCH-STATUS
                       NOT AT END
                           IF AG-TERMO NOT = SPACES
                               MOVE AG-STUDENT-ID TO WS-ALUNO-BUSCA
                               MOVE AG-TERMO TO WS-TERMO-BUSCA
                               MOVE "A" TO WS-TIPO-ATIVIDADE
                               PERFORM ANOTAR-ATIVIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

      * A trancamento counts in the term of its effective date; an
      * active enrollment carries no date and counts in the open
      * term, for a student still active on STUDENT.DAT.
       CARREGAR-MATRICULAS.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL WS-ENROLL-STATUS = "10"
                   READ ENROLL-FILE
                       AT END
                           MOVE "10" TO WS-ENROLL-STATUS
                       NOT AT END
                           PERFORM AVALIAR-MATRICULA
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.

       AVALIAR-MATRICULA.
           MOVE EN-STUDENT-ID TO WS-ALUNO-BUSCA.
           MOVE SPACES TO WS-TERMO-BUSCA.
           IF EN-TRANCADA
               IF EN-DATA-EFEITO NOT = SPACES
                   MOVE EN-DATA-EFEITO TO WS-DATA-BUSCA
                   PERFORM OBTER-TERMO-DATA
                   MOVE "T" TO WS-TIPO-ATIVIDADE
               END-IF
           ELSE
               PERFORM LOCALIZAR-ALUNO
               IF WS-ALU-POS > 0
                   IF WS-ALU-STATUS(WS-ALU-POS) = "A"
                       MOVE WS-TERMO-ABERTO TO WS-TERMO-BUSCA
                       MOVE "A" TO WS-TIPO-ATIVIDADE
                   END-IF
               END-IF
           END-IF.
           IF WS-TERMO-BUSCA NOT = SPACES
               PERFORM ANOTAR-ATIVIDADE
           END-IF.

       ANOTAR-ATIVIDADE.
           PERFORM LOCALIZAR-ALUNO.
           IF WS-ALU-POS > 0
               PERFORM LOCALIZAR-TERMO-ALUNO
               IF WS-TRM-POS > 0
                   IF ATIVIDADE-ATIVA
                       MOVE "S" TO WS-ALU-TRM-ATIVO(WS-ALU-POS,
                           WS-TRM-POS)
                   ELSE
                       MOVE "S" TO WS-ALU-TRM-TRANC(WS-ALU-POS,
                           WS-TRM-POS)
                   END-IF
               END-IF
           END-IF.

      * Term WS-TERMO-BUSCA among the student's in WS-TRM-POS, added
      * when new; 0 when the student's twenty are taken.
       LOCALIZAR-TERMO-ALUNO.
           MOVE 0 TO WS-TRM-POS.
           PERFORM VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > WS-ALU-QT-TERMOS(WS-ALU-POS)
                   OR WS-TRM-POS > 0
               IF WS-ALU-TRM-ID(WS-ALU-POS, WS-N) = WS-TERMO-BUSCA
                   MOVE WS-N TO WS-TRM-POS
               END-IF
           END-PERFORM.
           IF WS-TRM-POS = 0
               IF WS-ALU-QT-TERMOS(WS-ALU-POS) < 20
                   ADD 1 TO WS-ALU-QT-TERMOS(WS-ALU-POS)
                   MOVE WS-ALU-QT-TERMOS(WS-ALU-POS) TO WS-TRM-POS
                   MOVE WS-TERMO-BUSCA
                       TO WS-ALU-TRM-ID(WS-ALU-POS, WS-TRM-POS)
                   MOVE "N" TO WS-ALU-TRM-ATIVO(WS-ALU-POS, WS-TRM-POS)
                   MOVE "N" TO WS-ALU-TRM-TRANC(WS-ALU-POS, WS-TRM-POS)
               ELSE
                   ADD 1 TO WS-FORA-TABELA
               END-IF
           END-IF.

      * The colacao's term: DP-TERMO, or the term of the date when
      * the diploma line predates the field. A second diploma keeps
      * the first conferral.
       CARREGAR-DIPLOMAS.
           OPEN INPUT DIPLOMA-FILE.
           IF WS-DIPLOMA-STATUS = "00"
               PERFORM UNTIL WS-DIPLOMA-STATUS = "10"
                   READ DIPLOMA-FILE
                       AT END
                           MOVE "10" TO WS-DIPLOMA-STATUS
                       NOT AT END
                           MOVE DP-TERMO TO WS-TERMO-BUSCA
                           IF WS-TERMO-BUSCA = SPACES
                               MOVE DP-DATA-COLACAO TO WS-DATA-BUSCA
                               PERFORM OBTER-TERMO-DATA
                           END-IF
                           MOVE DP-STUDENT-ID TO WS-ALUNO-BUSCA
                           PERFORM LOCALIZAR-ALUNO
                           IF WS-ALU-POS > 0
                               AND WS-TERMO-BUSCA NOT = SPACES
                               IF WS-ALU-DIPLOMA(WS-ALU-POS) = SPACES
                                   OR WS-ALU-DIPLOMA(WS-ALU-POS)
                                       > WS-TERMO-BUSCA
                                   MOVE WS-TERMO-BUSCA
                                       TO WS-ALU-DIPLOMA(WS-ALU-POS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIPLOMA-FILE
           END-IF.

      * First and last term with activity; a student FORMADO on
      * STUDENT.DAT with no diploma line is taken as graduated in
      * the last one. The latest term seen bounds the analysis when
      * no term is open.
       CONCLUIR-ALUNO.
           MOVE SPACES TO WS-ALU-INGRESSO(WS-I) WS-ALU-ULTIMO(WS-I).
           PERFORM VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > WS-ALU-QT-TERMOS(WS-I)
               IF WS-ALU-INGRESSO(WS-I) = SPACES
                   OR WS-ALU-TRM-ID(WS-I, WS-N) < WS-ALU-INGRESSO(WS-I)
                   MOVE WS-ALU-TRM-ID(WS-I, WS-N)
                       TO WS-ALU-INGRESSO(WS-I)
               END-IF
               IF WS-ALU-TRM-ID(WS-I, WS-N) > WS-ALU-ULTIMO(WS-I)
                   MOVE WS-ALU-TRM-ID(WS-I, WS-N) TO WS-ALU-ULTIMO(WS-I)
               END-IF
           END-PERFORM.
           IF WS-ALU-STATUS(WS-I) = "G"
               AND WS-ALU-DIPLOMA(WS-I) = SPACES
               MOVE WS-ALU-ULTIMO(WS-I) TO WS-ALU-DIPLOMA(WS-I)
           END-IF.
           IF WS-ALU-INGRESSO(WS-I) = SPACES
               ADD 1 TO WS-QT-SEM-ATIVIDADE
           END-IF.
           IF WS-ALU-ULTIMO(WS-I) > WS-TERMO-LIMITE
               MOVE WS-ALU-ULTIMO(WS-I) TO WS-TERMO-LIMITE
           END-IF.

      * Cohort of student WS-I in WS-C, counted as one more entrant.
       LOCALIZAR-COORTE.
           MOVE 0 TO WS-C.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-COORTES OR WS-C > 0
               IF WS-CO-TERMO(WS-K) = WS-ALU-INGRESSO(WS-I)
                   MOVE WS-K TO WS-C
               END-IF
           END-PERFORM.
           IF WS-C = 0
               IF WS-TOTAL-COORTES < 40
                   ADD 1 TO WS-TOTAL-COORTES
                   MOVE WS-TOTAL-COORTES TO WS-C
                   INITIALIZE WS-CO-ENTRY(WS-C)
                   MOVE WS-ALU-INGRESSO(WS-I) TO WS-CO-TERMO(WS-C)
               ELSE
                   ADD 1 TO WS-FORA-TABELA
                   MOVE SPACES TO WS-ALU-INGRESSO(WS-I)
               END-IF
           END-IF.
           IF WS-C > 0
               ADD 1 TO WS-CO-INGRESSANTES(WS-C)
           END-IF.

       ORDENAR-COORTES.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-TOTAL-COORTES
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-COORTES - WS-I
                   IF WS-CO-TERMO(WS-J) > WS-CO-TERMO(WS-J + 1)
                       MOVE WS-CO-ENTRY(WS-J) TO WS-CO-TROCA
                       MOVE WS-CO-ENTRY(WS-J + 1) TO WS-CO-ENTRY(WS-J)
                       MOVE WS-CO-TROCA TO WS-CO-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Target term of each look-ahead, stepping AAAA-1 to AAAA-2 to
      * AAAA+1-1; reached when it is not past the open term.
       DEFINIR-ALVOS.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
               MOVE WS-CO-TERMO(WS-C) TO WS-TERMO-CALCULO
               PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-DESLOCAMENTO(WS-P)
                   PERFORM AVANCAR-TERMO
               END-PERFORM
               MOVE WS-TERMO-CALCULO TO WS-CO-ALVO(WS-C, WS-P)
               IF WS-TC-ANO IS NUMERIC
                   AND WS-CO-ALVO(WS-C, WS-P) NOT > WS-TERMO-LIMITE
                   MOVE "S" TO WS-CO-ALCANCADO(WS-C, WS-P)
                   ADD WS-CO-INGRESSANTES(WS-C)
                       TO WS-RS-INGRESSANTES(WS-P)
               ELSE
                   MOVE "N" TO WS-CO-ALCANCADO(WS-C, WS-P)
               END-IF
           END-PERFORM.

       AVANCAR-TERMO.
           IF WS-TC-ANO IS NUMERIC AND WS-TC-HIFEN = "-"
               EVALUATE WS-TC-SEMESTRE
                   WHEN "1"
                       MOVE "2" TO WS-TC-SEMESTRE
                   WHEN "2"
                       ADD 1 TO WS-TC-ANO
                       MOVE "1" TO WS-TC-SEMESTRE
                   WHEN OTHER
                       MOVE SPACES TO WS-TERMO-CALCULO
               END-EVALUATE
           ELSE
               MOVE SPACES TO WS-TERMO-CALCULO
           END-IF.

      * Student WS-I at each reached look-ahead of the cohort:
      * 1 ATIVO, 2 TRANCADO, 3 DESVINCULADO, 4 FORMADO.
       ACOMPANHAR-ALUNO.
           MOVE 0 TO WS-C.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-COORTES OR WS-C > 0
               IF WS-CO-TERMO(WS-K) = WS-ALU-INGRESSO(WS-I)
                   MOVE WS-K TO WS-C
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
               IF WS-CO-ALCANCADO(WS-C, WS-P) = "S"
                   MOVE WS-CO-ALVO(WS-C, WS-P) TO WS-TERMO-BUSCA
                   PERFORM CLASSIFICAR-ALUNO
                   ADD 1 TO WS-CO-QT(WS-C, WS-P, WS-SITUACAO)
                   ADD 1 TO WS-RS-QT(WS-P, WS-SITUACAO)
               END-IF
           END-PERFORM.

       CLASSIFICAR-ALUNO.
           MOVE 0 TO WS-SITUACAO.
           IF WS-ALU-DIPLOMA(WS-I) NOT = SPACES
               AND WS-ALU-DIPLOMA(WS-I) NOT > WS-TERMO-BUSCA
               MOVE 4 TO WS-SITUACAO
           ELSE
               PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-ALU-QT-TERMOS(WS-I)
                   IF WS-ALU-TRM-ID(WS-I, WS-N) = WS-TERMO-BUSCA
                       IF WS-ALU-TRM-ATIVO(WS-I, WS-N) = "S"
                           MOVE 1 TO WS-SITUACAO
                       ELSE
                           MOVE 2 TO WS-SITUACAO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SITUACAO = 0
               IF WS-ALU-ULTIMO(WS-I) > WS-TERMO-BUSCA
                   MOVE 2 TO WS-SITUACAO
               ELSE
                   MOVE 3 TO WS-SITUACAO
               END-IF
           END-IF.

       IMPRIMIR-RELATORIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           PERFORM IMPRIMIR-CABECALHO.
           IF WS-FORA-TABELA > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "LINHAS ALEM DA CAPACIDADE DAS TABELAS "
                   "(NAO CONSIDERADAS): " DELIMITED BY SIZE
                   WS-FORA-TABELA DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-TOTAL-COORTES
               PERFORM IMPRIMIR-COORTE
           END-PERFORM.

           MOVE "TODAS AS COORTES (SO AS QUE JA ALCANCARAM O TERMO)"
               TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           PERFORM IMPRIMIR-TITULOS.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
               MOVE WS-DESLOCAMENTO(WS-P) TO WS-DESLOC-DISP
               MOVE SPACES TO WS-ROTULO
               STRING "  +" WS-DESLOC-DISP DELIMITED BY SIZE
                   INTO WS-ROTULO
               END-STRING
               MOVE WS-RS-INGRESSANTES(WS-P) TO WS-BASE
               PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 4
                   MOVE WS-RS-QT(WS-P, WS-S) TO WS-QT-COLUNA
                   PERFORM MONTAR-COLUNA
               END-PERFORM
               COMPUTE WS-QT-COLUNA = WS-RS-QT(WS-P, 1)
                   + WS-RS-QT(WS-P, 2) + WS-RS-QT(WS-P, 4)
               MOVE 5 TO WS-S
               PERFORM MONTAR-COLUNA
               PERFORM IMPRIMIR-LINHA-SITUACOES
           END-PERFORM.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RETIDOS = ATIVOS + TRANCADOS + FORMADOS; % SOBRE "
               "OS INGRESSANTES DA COORTE." DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           IF WS-QT-SEM-ATIVIDADE > 0
               MOVE WS-QT-SEM-ATIVIDADE TO WS-QTDE-DISP
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ALUNOS SEM NENHUMA ATIVIDADE (FORA DAS "
                   "COORTES): " DELIMITED BY SIZE
                   WS-QTDE-DISP DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.
           CLOSE PRINT-FILE.

       IMPRIMIR-COORTE.
           MOVE WS-CO-INGRESSANTES(WS-C) TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "COORTE " DELIMITED BY SIZE
               WS-CO-TERMO(WS-C) DELIMITED BY SIZE
               "   INGRESSANTES: " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           PERFORM IMPRIMIR-TITULOS.
           MOVE WS-CO-INGRESSANTES(WS-C) TO WS-BASE.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
               MOVE WS-DESLOCAMENTO(WS-P) TO WS-DESLOC-DISP
               MOVE SPACES TO WS-ROTULO
               STRING "  +" WS-DESLOC-DISP "    "
                   WS-CO-ALVO(WS-C, WS-P) DELIMITED BY SIZE
                   INTO WS-ROTULO
               END-STRING
               IF WS-CO-ALCANCADO(WS-C, WS-P) = "S"
                   PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 4
                       MOVE WS-CO-QT(WS-C, WS-P, WS-S)
                           TO WS-QT-COLUNA
                       PERFORM MONTAR-COLUNA
                   END-PERFORM
                   COMPUTE WS-QT-COLUNA = WS-CO-QT(WS-C, WS-P, 1)
                       + WS-CO-QT(WS-C, WS-P, 2)
                       + WS-CO-QT(WS-C, WS-P, 4)
                   MOVE 5 TO WS-S
                   PERFORM MONTAR-COLUNA
                   PERFORM IMPRIMIR-LINHA-SITUACOES
               ELSE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING WS-ROTULO DELIMITED BY SIZE
                       "  TERMO AINDA NAO ALCANCADO" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM IMPRIMIR-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.

      * Count WS-QT-COLUNA and its share of WS-BASE into column
      * WS-S.
       MONTAR-COLUNA.
           MOVE WS-QT-COLUNA TO WS-QTDE-DISP.
           MOVE 0 TO WS-PERCENTUAL.
           IF WS-BASE > 0
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-QT-COLUNA * 100 / WS-BASE
           END-IF.
           MOVE WS-PERCENTUAL TO WS-PCT-DISP.
           MOVE SPACES TO WS-COLUNA.
           STRING "  " WS-QTDE-DISP " " WS-PCT-DISP "%"
               DELIMITED BY SIZE INTO WS-COLUNA
           END-STRING.
           MOVE WS-COLUNA TO WS-COL(WS-S).

       IMPRIMIR-LINHA-SITUACOES.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-ROTULO DELIMITED BY SIZE
               WS-COLUNAS DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-TITULOS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  APOS  TERMO           ATIVOS     TRANCADOS"
               " DESVINCULADOS      FORMADOS       RETIDOS"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "RETENCAO POR COORTE DE INGRESSO - TERMOS ATE "
               DELIMITED BY SIZE
               WS-TERMO-LIMITE DELIMITED BY SIZE
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
