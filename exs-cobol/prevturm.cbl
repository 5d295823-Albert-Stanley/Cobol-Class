      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Section demand forecast for the next term, so the
      *          coordinator opens or closes turmas from the numbers
      *          instead of from last term's headcount. For the base
      *          term asked (ENTER = the open term) every course gets
      *          the active students who will need it next term:
      *          the failures of the base term in CURRENT-GRADES.DAT
      *          (run NOTAS-ATUAIS first), split between plain
      *          failures and failures after recuperacao (REC), plus
      *          the students who progress into it - a course of the
      *          curriculum asked (CURRICULO.DAT) not yet passed
      *          (STUDENT-GRADES.DAT, the archive or an
      *          aproveitamento), not in progress on
      *          STUDENT-COURSES.DAT and with every
      *          PREREQUISITES.DAT course passed. The expected
      *          dropouts take off the course's trancamento rate on
      *          STUDENT-COURSES.DAT. The net demand is set against
      *          the capacity of the course's TURMAS.DAT sections
      *          planned for the next term (ENTER = the term after
      *          the base term) and the report PREVISAO-TURMAS.DAT
      *          (PRTHDR.cpy) recommends how many sections to open or
      *          close. A course with no section planned is sized by
      *          the average capacity of its sections in any term,
      *          or by WS-CAPACIDADE-PADRAO when it never had one.
      *          Read-only: nothing is regraved.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISAO-TURMAS.
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
           SELECT CURRENT-FILE ASSIGN TO "CURRENT-GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.
           SELECT GRADES-FILE ASSIGN TO "STUDENT-GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADES-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "STUDENT-GRADES-ARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT APROV-FILE ASSIGN TO "APROVEITAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROV-STATUS.
           SELECT CURRIC-FILE ASSIGN TO "CURRICULO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRIC-STATUS.
           SELECT PREREQ-FILE ASSIGN TO "PREREQUISITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREREQ-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PREVISAO-TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  ENROLL-FILE.
           COPY ENROLL.

       FD  CURRENT-FILE.
           COPY STDGRADE.

      * Second and third FDs need their own record names since
      * STUDENT-GRADE-RECORD is already claimed above by
      * CURRENT-GRADES.DAT.
       FD  GRADES-FILE.
           COPY STDGRADE
               REPLACING ==STUDENT-GRADE-RECORD==
                             BY ==LIVE-GRADE-RECORD==
                         ==SG-KEY==        BY ==LG-KEY==
                         ==SG-STUDENT-ID== BY ==LG-STUDENT-ID==
                         ==SG-PROGRAMA-ID== BY ==LG-PROGRAMA-ID==
                         ==SG-NOTA-1==     BY ==LG-NOTA-1==
                         ==SG-NOTA-2==     BY ==LG-NOTA-2==
                         ==SG-NOTA-3==     BY ==LG-NOTA-3==
                         ==SG-MEDIA==      BY ==LG-MEDIA==
                         ==SG-RESULTADO==  BY ==LG-RESULTADO==
                         ==SG-DATA-HORA==  BY ==LG-DATA-HORA==
                         ==SG-TERMO==      BY ==LG-TERMO==
                         ==SG-OPERADOR==   BY ==LG-OPERADOR==
                         ==SG-SITUACAO==   BY ==LG-SITUACAO==
                         ==SG-VIGENTE==    BY ==LG-VIGENTE==
                         ==SG-SUPERSEDIDA== BY ==LG-SUPERSEDIDA==
                         ==SG-MOTIVO-AJUSTE== BY ==LG-MOTIVO-AJUSTE==
                         ==SG-TURMA==      BY ==LG-TURMA==.

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

       FD  APROV-FILE.
           COPY APROVEIT.

       FD  CURRIC-FILE.
           COPY CURRIC.

       FD  PREREQ-FILE.
           COPY PREREQ.

       FD  TURMA-FILE.
           COPY TURMA.

       FD  TERM-FILE.
           COPY TERM.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-ENROLL-STATUS    PIC X(2) VALUE SPACES.
       77 WS-CURRENT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-GRADES-STATUS    PIC X(2) VALUE SPACES.
       77 WS-ARCH-STATUS      PIC X(2) VALUE SPACES.
       77 WS-APROV-STATUS     PIC X(2) VALUE SPACES.
       77 WS-CURRIC-STATUS    PIC X(2) VALUE SPACES.
       77 WS-PREREQ-STATUS    PIC X(2) VALUE SPACES.
       77 WS-TURMA-STATUS     PIC X(2) VALUE SPACES.
       77 WS-TERM-STATUS      PIC X(2) VALUE SPACES.

       01 WS-TERMO-BASE      PIC X(06) VALUE SPACES.
       01 WS-TERMO-PLANO     PIC X(06) VALUE SPACES.
       01 WS-TERMO-ABERTO    PIC X(06) VALUE SPACES.
       01 WS-TERMO-PROXIMO   PIC X(06) VALUE SPACES.
       01 WS-TERMO-CALCULO.
           05 WS-TC-ANO      PIC 9(04).
           05 WS-TC-HIFEN    PIC X(01).
           05 WS-TC-SEMESTRE PIC X(01).
       01 WS-CURRIC-PEDIDO   PIC X(10) VALUE SPACES.

      * Seats of a section when the course never had one on
      * TURMAS.DAT to take the average from.
       01 WS-CAPACIDADE-PADRAO PIC 9(03) VALUE 030.

      * One entry per course forecast: the curriculum's courses
      * first, then any other course with failures in the base term
      * or sections planned for the next one.
       01 WS-TABELA-PREVISAO.
           05 WS-PV-ENTRY OCCURS 60 TIMES.
               10 WS-PV-CURSO       PIC X(10).
               10 WS-PV-REPROVADOS  PIC 9(04).
               10 WS-PV-RECUPERACAO PIC 9(04).
               10 WS-PV-PROGRESSAO  PIC 9(04).
               10 WS-PV-DEMANDA     PIC 9(04).
               10 WS-PV-MATRICULAS  PIC 9(05).
               10 WS-PV-TRANCADAS   PIC 9(05).
               10 WS-PV-EVASAO      PIC 9(04).
               10 WS-PV-LIQUIDA     PIC 9(04).
               10 WS-PV-TURMAS      PIC 9(03).
               10 WS-PV-CAPACIDADE  PIC 9(05).
               10 WS-PV-REF-TURMAS  PIC 9(03).
               10 WS-PV-REF-CAPAC   PIC 9(05).
               10 WS-PV-CAP-TURMA   PIC 9(03).
               10 WS-PV-NECESSARIAS PIC 9(03).
               10 WS-PV-SALDO       PIC S9(05).
       01 WS-TOTAL-PREVISAO  PIC 9(02) VALUE 0.
       01 WS-MAX-PREVISAO    PIC 9(02) VALUE 60.
       01 WS-TOTAL-CURRICULO PIC 9(02) VALUE 0.

       01 WS-TABELA-ALUNOS.
           05 WS-ALU-ENTRY OCCURS 1000 TIMES.
               10 WS-ALU-ID         PIC X(10).
       01 WS-TOTAL-ALUNOS    PIC 9(04) VALUE 0.
       01 WS-MAX-ALUNOS      PIC 9(04) VALUE 1000.

       01 WS-TABELA-APROVADAS.
           05 WS-APV-ENTRY OCCURS 5000 TIMES.
               10 WS-APV-ALUNO    PIC X(10).
               10 WS-APV-CURSO    PIC X(10).
       01 WS-TOTAL-APROVADAS  PIC 9(05) VALUE 0.
       01 WS-MAX-APROVADAS    PIC 9(05) VALUE 5000.

      * Base-term failures already counted, kept off the progression
      * count so a student is not asked for twice.
       01 WS-TABELA-REPROVADAS.
           05 WS-RPV-ENTRY OCCURS 3000 TIMES.
               10 WS-RPV-ALUNO    PIC X(10).
               10 WS-RPV-CURSO    PIC X(10).
       01 WS-TOTAL-REPROVADAS PIC 9(04) VALUE 0.
       01 WS-MAX-REPROVADAS   PIC 9(04) VALUE 3000.

       01 WS-TABELA-MATRICULAS.
           05 WS-MAT-ENTRY OCCURS 5000 TIMES.
               10 WS-MAT-ALUNO    PIC X(10).
               10 WS-MAT-CURSO    PIC X(10).
               10 WS-MAT-STATUS   PIC X(01).
       01 WS-TOTAL-MATRICULAS PIC 9(05) VALUE 0.
       01 WS-MAX-MATRICULAS   PIC 9(05) VALUE 5000.

       01 WS-TABELA-PREREQ.
           05 WS-PRQ-ENTRY OCCURS 200 TIMES.
               10 WS-PRQ-CURSO    PIC X(10).
               10 WS-PRQ-EXIGIDO  PIC X(10).
       01 WS-TOTAL-PREREQ     PIC 9(03) VALUE 0.

       01 WS-I               PIC 9(05).
       01 WS-J               PIC 9(05).
       01 WS-K               PIC 9(05).
       01 WS-J2              PIC 9(05).
       01 WS-C               PIC 9(02).
       01 WS-ALU-POS         PIC 9(04) VALUE 0.
       01 WS-ALUNO-PEDIDO    PIC X(10) VALUE SPACES.
       01 WS-CURSO-BUSCA     PIC X(10) VALUE SPACES.
       01 WS-CHQ-CURSO       PIC X(10) VALUE SPACES.
       01 WS-FORA-TABELA     PIC 9(05) VALUE 0.
       01 WS-ACHOU           PIC X VALUE "N".
           88 ACHOU          VALUE "S".
       01 WS-APROVADO        PIC X VALUE "N".
           88 CURSO-APROVADO VALUE "S".
       01 WS-EM-CURSO        PIC X VALUE "N".
           88 CURSO-EM-CURSO VALUE "S".
       01 WS-REPROVADO       PIC X VALUE "N".
           88 CURSO-REPROVADO VALUE "S".
       01 WS-PREREQ-ATENDIDO PIC X VALUE "S".
           88 PREREQ-ATENDIDO VALUE "S".

       01 WS-TOT-REPROVADOS  PIC 9(05) VALUE 0.
       01 WS-TOT-RECUPERACAO PIC 9(05) VALUE 0.
       01 WS-TOT-PROGRESSAO  PIC 9(05) VALUE 0.
       01 WS-TOT-DEMANDA     PIC 9(05) VALUE 0.
       01 WS-TOT-EVASAO      PIC 9(05) VALUE 0.
       01 WS-TOT-LIQUIDA     PIC 9(05) VALUE 0.
       01 WS-TOT-TURMAS      PIC 9(04) VALUE 0.
       01 WS-TOT-CAPACIDADE  PIC 9(05) VALUE 0.
       01 WS-TOT-NECESSARIAS PIC 9(04) VALUE 0.
       01 WS-QT-ABRIR        PIC 9(03) VALUE 0.
       01 WS-QT-FECHAR       PIC 9(03) VALUE 0.

       01 WS-RECOMENDACAO    PIC X(12) VALUE SPACES.
       01 WS-CURSO-DISP      PIC X(10).
       01 WS-REPR-DISP       PIC ZZZZ9.
       01 WS-REC-DISP        PIC ZZZZ9.
       01 WS-PROG-DISP       PIC ZZZZ9.
       01 WS-DEM-DISP        PIC ZZZZ9.
       01 WS-EVAS-DISP       PIC ZZZZ9.
       01 WS-LIQ-DISP        PIC ZZZZ9.
       01 WS-TUR-DISP        PIC ZZZ9.
       01 WS-CAPAC-DISP      PIC ZZZZ9.
       01 WS-NEC-DISP        PIC ZZZ9.
       01 WS-SALDO-DISP      PIC -----9.
       01 WS-QTDE-DISP       PIC ZZ9.
       01 WS-CAP-PADRAO-DISP PIC ZZ9.

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM PEDIR-PARAMETROS.
           IF WS-TOTAL-CURRICULO = 0
               STOP RUN
           END-IF.

           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-PREREQUISITOS.
           PERFORM CARREGAR-HISTORICO.
           PERFORM CARREGAR-REPROVACOES.
           PERFORM CARREGAR-TURMAS.
           PERFORM CARREGAR-MATRICULAS.
           PERFORM CONTAR-PROGRESSAO.
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-TOTAL-PREVISAO
               PERFORM DIMENSIONAR-CURSO
           END-PERFORM.

           PERFORM IMPRIMIR-PREVISAO.
           DISPLAY "PREVISAO GRAVADA EM PREVISAO-TURMAS.DAT ("
               WS-TOTAL-PREVISAO " CURSO(S)): ABRIR " WS-QT-ABRIR
               " TURMA(S), FECHAR " WS-QT-FECHAR " TURMA(S).".
           STOP RUN.

       PEDIR-PARAMETROS.
           PERFORM LER-TERMO-ABERTO.
           DISPLAY "TERMO BASE (ENTER = " WS-TERMO-ABERTO "): ".
           ACCEPT WS-TERMO-BASE.
           IF WS-TERMO-BASE = SPACES
               MOVE WS-TERMO-ABERTO TO WS-TERMO-BASE
           END-IF.
           IF WS-TERMO-BASE = SPACES
               DISPLAY "NENHUM TERMO ABERTO EM ACADEMIC-TERM.DAT E "
                   "NENHUM TERMO INFORMADO."
               STOP RUN
           END-IF.
           PERFORM CALCULAR-PROXIMO-TERMO.
           DISPLAY "TERMO PLANEJADO (ENTER = " WS-TERMO-PROXIMO "): ".
           ACCEPT WS-TERMO-PLANO.
           IF WS-TERMO-PLANO = SPACES
               MOVE WS-TERMO-PROXIMO TO WS-TERMO-PLANO
           END-IF.
           IF WS-TERMO-PLANO = SPACES
               DISPLAY "TERMO BASE FORA DO FORMATO AAAA-S; INFORME O "
                   "TERMO PLANEJADO."
               STOP RUN
           END-IF.
           DISPLAY "CURRICULO (ENTER = PADRAO): ".
           ACCEPT WS-CURRIC-PEDIDO.
           IF WS-CURRIC-PEDIDO = SPACES
               MOVE "PADRAO" TO WS-CURRIC-PEDIDO
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CURRIC-PEDIDO)
               TO WS-CURRIC-PEDIDO.
           PERFORM CARREGAR-CURRICULO.
           IF WS-TOTAL-CURRICULO = 0
               DISPLAY "CURRICULO " WS-CURRIC-PEDIDO " NAO CONSTA "
                   "EM CURRICULO.DAT. NENHUMA PREVISAO GERADA."
           END-IF.

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

      * Terms run AAAA-1, AAAA-2: the first semester is followed by
      * the second of the same year, the second by the first of the
      * next. Any other shape leaves the default blank.
       CALCULAR-PROXIMO-TERMO.
           MOVE SPACES TO WS-TERMO-PROXIMO.
           MOVE WS-TERMO-BASE TO WS-TERMO-CALCULO.
           IF WS-TC-ANO IS NUMERIC AND WS-TC-HIFEN = "-"
               EVALUATE WS-TC-SEMESTRE
                   WHEN "1"
                       MOVE "2" TO WS-TC-SEMESTRE
                       MOVE WS-TERMO-CALCULO TO WS-TERMO-PROXIMO
                   WHEN "2"
                       ADD 1 TO WS-TC-ANO
                       MOVE "1" TO WS-TC-SEMESTRE
                       MOVE WS-TERMO-CALCULO TO WS-TERMO-PROXIMO
               END-EVALUATE
           END-IF.

       CARREGAR-CURRICULO.
           MOVE 0 TO WS-TOTAL-PREVISAO.
           MOVE SPACES TO WS-CURRIC-STATUS.
           OPEN INPUT CURRIC-FILE.
           IF WS-CURRIC-STATUS = "00"
               PERFORM UNTIL WS-CURRIC-STATUS = "10"
                   READ CURRIC-FILE
                       AT END
                           MOVE "10" TO WS-CURRIC-STATUS
                       NOT AT END
                           IF CU-CURRICULO = WS-CURRIC-PEDIDO
                               AND CU-COURSE-ID NOT = "TOTAL"
                               MOVE CU-COURSE-ID TO WS-CURSO-BUSCA
                               PERFORM LOCALIZAR-CURSO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRIC-FILE
           END-IF.
           MOVE WS-TOTAL-PREVISAO TO WS-TOTAL-CURRICULO.

      * Entry of WS-CURSO-BUSCA in WS-C, added when new; 0 when the
      * table is full (the line is counted as left out).
       LOCALIZAR-CURSO.
           MOVE 0 TO WS-C.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-PREVISAO OR WS-C > 0
               IF WS-PV-CURSO(WS-K) = WS-CURSO-BUSCA
                   MOVE WS-K TO WS-C
               END-IF
           END-PERFORM.
           IF WS-C = 0
               IF WS-TOTAL-PREVISAO < WS-MAX-PREVISAO
                   ADD 1 TO WS-TOTAL-PREVISAO
                   MOVE WS-TOTAL-PREVISAO TO WS-C
                   INITIALIZE WS-PV-ENTRY(WS-C)
                   MOVE WS-CURSO-BUSCA TO WS-PV-CURSO(WS-C)
               ELSE
                   ADD 1 TO WS-FORA-TABELA
               END-IF
           END-IF.

      * Only active students are asked for: an inactive or graduated
      * one is not coming back next term.
       CARREGAR-ALUNOS.
           MOVE 0 TO WS-TOTAL-ALUNOS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           IF ST-ATIVO
                               IF WS-TOTAL-ALUNOS < WS-MAX-ALUNOS
                                   ADD 1 TO WS-TOTAL-ALUNOS
                                   MOVE ST-STUDENT-ID
                                       TO WS-ALU-ID(WS-TOTAL-ALUNOS)
                               ELSE
                                   ADD 1 TO WS-FORA-TABELA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       LOCALIZAR-ALUNO.
           MOVE 0 TO WS-ALU-POS.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-ALUNOS OR WS-ALU-POS > 0
               IF WS-ALU-ID(WS-K) = WS-ALUNO-PEDIDO
                   MOVE WS-K TO WS-ALU-POS
               END-IF
           END-PERFORM.

       CARREGAR-PREREQUISITOS.
           MOVE 0 TO WS-TOTAL-PREREQ.
           OPEN INPUT PREREQ-FILE.
           IF WS-PREREQ-STATUS = "00"
               PERFORM UNTIL WS-PREREQ-STATUS = "10"
                   READ PREREQ-FILE
                       AT END
                           MOVE "10" TO WS-PREREQ-STATUS
                       NOT AT END
                           IF WS-TOTAL-PREREQ < 200
                               ADD 1 TO WS-TOTAL-PREREQ
                               MOVE PR-COURSE-ID
                                   TO WS-PRQ-CURSO(WS-TOTAL-PREREQ)
                               MOVE PR-PREREQ-ID
                                   TO WS-PRQ-EXIGIDO(WS-TOTAL-PREREQ)
                           ELSE
                               ADD 1 TO WS-FORA-TABELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREREQ-FILE
           END-IF.

      * Every course passed, the REMATRICULA way: live vigente
      * approvals, archived ones and aproveitamentos.
       CARREGAR-HISTORICO.
           MOVE 0 TO WS-TOTAL-APROVADAS.
           OPEN INPUT GRADES-FILE.
           IF WS-GRADES-STATUS = "00"
               PERFORM UNTIL WS-GRADES-STATUS = "10"
                   READ GRADES-FILE
                       AT END
                           MOVE "10" TO WS-GRADES-STATUS
                       NOT AT END
                           IF LG-VIGENTE
                               AND LG-RESULTADO = "APROVADO"
                               MOVE LG-STUDENT-ID TO WS-ALUNO-PEDIDO
                               MOVE LG-PROGRAMA-ID TO WS-CURSO-BUSCA
                               PERFORM GUARDAR-APROVADA
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
                           IF AG-VIGENTE
                               AND AG-RESULTADO = "APROVADO"
                               MOVE AG-STUDENT-ID TO WS-ALUNO-PEDIDO
                               MOVE AG-PROGRAMA-ID TO WS-CURSO-BUSCA
                               PERFORM GUARDAR-APROVADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
           OPEN INPUT APROV-FILE.
           IF WS-APROV-STATUS = "00"
               PERFORM UNTIL WS-APROV-STATUS = "10"
                   READ APROV-FILE
                       AT END
                           MOVE "10" TO WS-APROV-STATUS
                       NOT AT END
                           MOVE AP-STUDENT-ID TO WS-ALUNO-PEDIDO
                           MOVE AP-COURSE-ID TO WS-CURSO-BUSCA
                           PERFORM GUARDAR-APROVADA
                   END-READ
               END-PERFORM
               CLOSE APROV-FILE
           END-IF.

       GUARDAR-APROVADA.
           PERFORM VERIFICAR-APROVADO.
           IF NOT CURSO-APROVADO
               IF WS-TOTAL-APROVADAS < WS-MAX-APROVADAS
                   ADD 1 TO WS-TOTAL-APROVADAS
                   MOVE WS-ALUNO-PEDIDO
                       TO WS-APV-ALUNO(WS-TOTAL-APROVADAS)
                   MOVE WS-CURSO-BUSCA
                       TO WS-APV-CURSO(WS-TOTAL-APROVADAS)
               ELSE
                   ADD 1 TO WS-FORA-TABELA
               END-IF
           END-IF.

       VERIFICAR-APROVADO.
           MOVE "N" TO WS-APROVADO.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-APROVADAS OR CURSO-APROVADO
               IF WS-APV-ALUNO(WS-K) = WS-ALUNO-PEDIDO
                   AND WS-APV-CURSO(WS-K) = WS-CURSO-BUSCA
                   MOVE "S" TO WS-APROVADO
               END-IF
           END-PERFORM.

      * The current row of each student and course: a base-term row
      * not approved, of an active student who has not passed the
      * course some other way, is one seat asked for again. A REC
      * row is the failure that survived the recuperacao exam.
       CARREGAR-REPROVACOES.
           MOVE 0 TO WS-TOTAL-REPROVADAS.
           OPEN INPUT CURRENT-FILE.
           IF WS-CURRENT-STATUS NOT = "00"
               DISPLAY "CURRENT-GRADES.DAT NAO ENCONTRADO - EXECUTE "
                   "NOTAS-ATUAIS ANTES DA PREVISAO; REPROVACOES NAO "
                   "CONSIDERADAS."
           ELSE
               PERFORM UNTIL WS-CURRENT-STATUS = "10"
                   READ CURRENT-FILE
                       AT END
                           MOVE "10" TO WS-CURRENT-STATUS
                       NOT AT END
                           IF SG-TERMO = WS-TERMO-BASE
                               AND SG-VIGENTE
                               AND SG-RESULTADO NOT = "APROVADO"
                               PERFORM CONTAR-REPROVACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRENT-FILE
           END-IF.

       CONTAR-REPROVACAO.
           MOVE SG-STUDENT-ID TO WS-ALUNO-PEDIDO.
           MOVE SG-PROGRAMA-ID TO WS-CURSO-BUSCA.
           PERFORM LOCALIZAR-ALUNO.
           PERFORM VERIFICAR-APROVADO.
           PERFORM VERIFICAR-REPROVADO.
           IF WS-ALU-POS > 0 AND NOT CURSO-APROVADO
               AND NOT CURSO-REPROVADO
               PERFORM LOCALIZAR-CURSO
               IF WS-C > 0
                   IF WS-TOTAL-REPROVADAS < WS-MAX-REPROVADAS
                       ADD 1 TO WS-TOTAL-REPROVADAS
                       MOVE WS-ALUNO-PEDIDO
                           TO WS-RPV-ALUNO(WS-TOTAL-REPROVADAS)
                       MOVE WS-CURSO-BUSCA
                           TO WS-RPV-CURSO(WS-TOTAL-REPROVADAS)
                   END-IF
                   IF SG-MOTIVO-AJUSTE = "REC"
                       ADD 1 TO WS-PV-RECUPERACAO(WS-C)
                   ELSE
                       ADD 1 TO WS-PV-REPROVADOS(WS-C)
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-REPROVADO.
           MOVE "N" TO WS-REPROVADO.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-REPROVADAS OR CURSO-REPROVADO
               IF WS-RPV-ALUNO(WS-K) = WS-ALUNO-PEDIDO
                   AND WS-RPV-CURSO(WS-K) = WS-CURSO-BUSCA
                   MOVE "S" TO WS-REPROVADO
               END-IF
           END-PERFORM.

      * Sections planned for the next term give the seats offered;
      * every section of the course in any term gives the average
      * size used when none is planned yet.
       CARREGAR-TURMAS.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS = "00"
               PERFORM UNTIL WS-TURMA-STATUS = "10"
                   READ TURMA-FILE
                       AT END
                           MOVE "10" TO WS-TURMA-STATUS
                       NOT AT END
                           MOVE TU-COURSE-ID TO WS-CURSO-BUSCA
                           IF TU-TERMO = WS-TERMO-PLANO
                               PERFORM LOCALIZAR-CURSO
                           ELSE
                               PERFORM PROCURAR-CURSO
                           END-IF
                           IF WS-C > 0
                               ADD 1 TO WS-PV-REF-TURMAS(WS-C)
                               ADD TU-CAPACIDADE
                                   TO WS-PV-REF-CAPAC(WS-C)
                               IF TU-TERMO = WS-TERMO-PLANO
                                   ADD 1 TO WS-PV-TURMAS(WS-C)
                                   ADD TU-CAPACIDADE
                                       TO WS-PV-CAPACIDADE(WS-C)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           END-IF.

      * As LOCALIZAR-CURSO, without adding a course not yet listed.
       PROCURAR-CURSO.
           MOVE 0 TO WS-C.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-PREVISAO OR WS-C > 0
               IF WS-PV-CURSO(WS-K) = WS-CURSO-BUSCA
                   MOVE WS-K TO WS-C
               END-IF
           END-PERFORM.

      * Every enrollment line counts toward the course's trancamento
      * rate; the active ones of active students are kept to tell
      * who is still taking a course.
       CARREGAR-MATRICULAS.
           MOVE 0 TO WS-TOTAL-MATRICULAS.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL WS-ENROLL-STATUS = "10"
                   READ ENROLL-FILE
                       AT END
                           MOVE "10" TO WS-ENROLL-STATUS
                       NOT AT END
                           PERFORM CONTAR-MATRICULA
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.

       CONTAR-MATRICULA.
           MOVE EN-COURSE-ID TO WS-CURSO-BUSCA.
           PERFORM PROCURAR-CURSO.
           IF WS-C > 0
               ADD 1 TO WS-PV-MATRICULAS(WS-C)
               IF EN-TRANCADA
                   ADD 1 TO WS-PV-TRANCADAS(WS-C)
               END-IF
           END-IF.
           IF EN-ATIVA
               IF WS-TOTAL-MATRICULAS < WS-MAX-MATRICULAS
                   ADD 1 TO WS-TOTAL-MATRICULAS
                   MOVE EN-STUDENT-ID
                       TO WS-MAT-ALUNO(WS-TOTAL-MATRICULAS)
                   MOVE EN-COURSE-ID
                       TO WS-MAT-CURSO(WS-TOTAL-MATRICULAS)
                   MOVE EN-STATUS
                       TO WS-MAT-STATUS(WS-TOTAL-MATRICULAS)
               ELSE
                   ADD 1 TO WS-FORA-TABELA
               END-IF
           END-IF.

      * Each active student against each course of the curriculum:
      * not passed, not failed in the base term (already counted),
      * not in progress and with every prerequisite passed.
       CONTAR-PROGRESSAO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               MOVE WS-ALU-ID(WS-I) TO WS-ALUNO-PEDIDO
               PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-CURRICULO
                   MOVE WS-PV-CURSO(WS-C) TO WS-CURSO-BUSCA
                   PERFORM AVALIAR-PROGRESSAO
               END-PERFORM
           END-PERFORM.

       AVALIAR-PROGRESSAO.
           PERFORM VERIFICAR-APROVADO.
           PERFORM VERIFICAR-REPROVADO.
           MOVE "N" TO WS-EM-CURSO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-MATRICULAS OR CURSO-EM-CURSO
               IF WS-MAT-ALUNO(WS-J) = WS-ALUNO-PEDIDO
                   AND WS-MAT-CURSO(WS-J) = WS-CURSO-BUSCA
                   MOVE "S" TO WS-EM-CURSO
               END-IF
           END-PERFORM.
           IF NOT CURSO-APROVADO AND NOT CURSO-REPROVADO
               AND NOT CURSO-EM-CURSO
               PERFORM VERIFICAR-PREREQUISITOS
               IF PREREQ-ATENDIDO
                   ADD 1 TO WS-PV-PROGRESSAO(WS-C)
               END-IF
           END-IF.

      * Every PREREQUISITES.DAT pair for WS-CURSO-BUSCA passed, as
      * MATRICULAS-MANUT requires.
       VERIFICAR-PREREQUISITOS.
           MOVE "S" TO WS-PREREQ-ATENDIDO.
           MOVE WS-CURSO-BUSCA TO WS-CHQ-CURSO.
           PERFORM VARYING WS-J2 FROM 1 BY 1
               UNTIL WS-J2 > WS-TOTAL-PREREQ OR NOT PREREQ-ATENDIDO
               IF WS-PRQ-CURSO(WS-J2) = WS-CHQ-CURSO
                   MOVE WS-PRQ-EXIGIDO(WS-J2) TO WS-CURSO-BUSCA
                   PERFORM VERIFICAR-APROVADO
                   IF NOT CURSO-APROVADO
                       MOVE "N" TO WS-PREREQ-ATENDIDO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-CHQ-CURSO TO WS-CURSO-BUSCA.

      * Demand less the dropouts expected at the course's
      * trancamento rate, in sections of the planned average size
      * rounded up; the saldo is seats planned less seats needed.
       DIMENSIONAR-CURSO.
           COMPUTE WS-PV-DEMANDA(WS-C) = WS-PV-REPROVADOS(WS-C)
               + WS-PV-RECUPERACAO(WS-C) + WS-PV-PROGRESSAO(WS-C).
           MOVE 0 TO WS-PV-EVASAO(WS-C).
           IF WS-PV-MATRICULAS(WS-C) > 0
               COMPUTE WS-PV-EVASAO(WS-C) ROUNDED =
                   WS-PV-DEMANDA(WS-C) * WS-PV-TRANCADAS(WS-C)
                   / WS-PV-MATRICULAS(WS-C)
           END-IF.
           COMPUTE WS-PV-LIQUIDA(WS-C) =
               WS-PV-DEMANDA(WS-C) - WS-PV-EVASAO(WS-C).
           MOVE 0 TO WS-PV-CAP-TURMA(WS-C).
           IF WS-PV-TURMAS(WS-C) > 0
               COMPUTE WS-PV-CAP-TURMA(WS-C) =
                   WS-PV-CAPACIDADE(WS-C) / WS-PV-TURMAS(WS-C)
           ELSE
               IF WS-PV-REF-TURMAS(WS-C) > 0
                   COMPUTE WS-PV-CAP-TURMA(WS-C) =
                       WS-PV-REF-CAPAC(WS-C) / WS-PV-REF-TURMAS(WS-C)
               END-IF
           END-IF.
           IF WS-PV-CAP-TURMA(WS-C) = 0
               MOVE WS-CAPACIDADE-PADRAO TO WS-PV-CAP-TURMA(WS-C)
           END-IF.
           COMPUTE WS-PV-NECESSARIAS(WS-C) =
               (WS-PV-LIQUIDA(WS-C) + WS-PV-CAP-TURMA(WS-C) - 1)
               / WS-PV-CAP-TURMA(WS-C).
           COMPUTE WS-PV-SALDO(WS-C) =
               WS-PV-CAPACIDADE(WS-C) - WS-PV-LIQUIDA(WS-C).

       IMPRIMIR-PREVISAO.
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
               UNTIL WS-C > WS-TOTAL-PREVISAO
               PERFORM IMPRIMIR-CURSO
           END-PERFORM.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE "TOTAL" TO WS-CURSO-DISP.
           MOVE WS-TOT-REPROVADOS TO WS-REPR-DISP.
           MOVE WS-TOT-RECUPERACAO TO WS-REC-DISP.
           MOVE WS-TOT-PROGRESSAO TO WS-PROG-DISP.
           MOVE WS-TOT-DEMANDA TO WS-DEM-DISP.
           MOVE WS-TOT-EVASAO TO WS-EVAS-DISP.
           MOVE WS-TOT-LIQUIDA TO WS-LIQ-DISP.
           MOVE WS-TOT-TURMAS TO WS-TUR-DISP.
           MOVE WS-TOT-CAPACIDADE TO WS-CAPAC-DISP.
           MOVE WS-TOT-NECESSARIAS TO WS-NEC-DISP.
           COMPUTE WS-SALDO-DISP =
               WS-TOT-CAPACIDADE - WS-TOT-LIQUIDA.
           MOVE SPACES TO WS-RECOMENDACAO.
           PERFORM MONTAR-LINHA-CURSO.
           PERFORM IMPRIMIR-LINHA.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REPR = REPROVADOS NO TERMO BASE; REC = APOS "
               "RECUPERACAO; PROG = PROGRESSAO PELO CURRICULO."
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EVAS = EVASAO ESPERADA PELA TAXA DE TRANCAMENTO DO "
               "CURSO; LIQ = DEMANDA - EVASAO."
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-CAPACIDADE-PADRAO TO WS-CAP-PADRAO-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NEC = TURMAS PELA CAPACIDADE MEDIA PLANEJADA (SEM "
               "TURMA NO TERMO: MEDIA HISTORICA OU "
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAP-PADRAO-DISP) DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           CLOSE PRINT-FILE.

       IMPRIMIR-CURSO.
           MOVE WS-PV-CURSO(WS-C) TO WS-CURSO-DISP.
           MOVE WS-PV-REPROVADOS(WS-C) TO WS-REPR-DISP.
           MOVE WS-PV-RECUPERACAO(WS-C) TO WS-REC-DISP.
           MOVE WS-PV-PROGRESSAO(WS-C) TO WS-PROG-DISP.
           MOVE WS-PV-DEMANDA(WS-C) TO WS-DEM-DISP.
           MOVE WS-PV-EVASAO(WS-C) TO WS-EVAS-DISP.
           MOVE WS-PV-LIQUIDA(WS-C) TO WS-LIQ-DISP.
           MOVE WS-PV-TURMAS(WS-C) TO WS-TUR-DISP.
           MOVE WS-PV-CAPACIDADE(WS-C) TO WS-CAPAC-DISP.
           MOVE WS-PV-NECESSARIAS(WS-C) TO WS-NEC-DISP.
           MOVE WS-PV-SALDO(WS-C) TO WS-SALDO-DISP.
           MOVE SPACES TO WS-RECOMENDACAO.
           EVALUATE TRUE
               WHEN WS-PV-NECESSARIAS(WS-C) > WS-PV-TURMAS(WS-C)
                   COMPUTE WS-QTDE-DISP =
                       WS-PV-NECESSARIAS(WS-C) - WS-PV-TURMAS(WS-C)
                   ADD WS-PV-NECESSARIAS(WS-C) TO WS-QT-ABRIR
                   SUBTRACT WS-PV-TURMAS(WS-C) FROM WS-QT-ABRIR
                   STRING "ABRIR " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-QTDE-DISP) DELIMITED BY SIZE
                       INTO WS-RECOMENDACAO
                   END-STRING
               WHEN WS-PV-NECESSARIAS(WS-C) < WS-PV-TURMAS(WS-C)
                   COMPUTE WS-QTDE-DISP =
                       WS-PV-TURMAS(WS-C) - WS-PV-NECESSARIAS(WS-C)
                   ADD WS-PV-TURMAS(WS-C) TO WS-QT-FECHAR
                   SUBTRACT WS-PV-NECESSARIAS(WS-C) FROM WS-QT-FECHAR
                   STRING "FECHAR " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-QTDE-DISP) DELIMITED BY SIZE
                       INTO WS-RECOMENDACAO
                   END-STRING
               WHEN OTHER
                   MOVE "MANTER" TO WS-RECOMENDACAO
           END-EVALUATE.
           PERFORM MONTAR-LINHA-CURSO.
           PERFORM IMPRIMIR-LINHA.
           ADD WS-PV-REPROVADOS(WS-C) TO WS-TOT-REPROVADOS.
           ADD WS-PV-RECUPERACAO(WS-C) TO WS-TOT-RECUPERACAO.
           ADD WS-PV-PROGRESSAO(WS-C) TO WS-TOT-PROGRESSAO.
           ADD WS-PV-DEMANDA(WS-C) TO WS-TOT-DEMANDA.
           ADD WS-PV-EVASAO(WS-C) TO WS-TOT-EVASAO.
           ADD WS-PV-LIQUIDA(WS-C) TO WS-TOT-LIQUIDA.
           ADD WS-PV-TURMAS(WS-C) TO WS-TOT-TURMAS.
           ADD WS-PV-CAPACIDADE(WS-C) TO WS-TOT-CAPACIDADE.
           ADD WS-PV-NECESSARIAS(WS-C) TO WS-TOT-NECESSARIAS.

       MONTAR-LINHA-CURSO.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-CURSO-DISP DELIMITED BY SIZE
               " " WS-REPR-DISP DELIMITED BY SIZE
               " " WS-REC-DISP DELIMITED BY SIZE
               " " WS-PROG-DISP DELIMITED BY SIZE
               " " WS-DEM-DISP DELIMITED BY SIZE
               " " WS-EVAS-DISP DELIMITED BY SIZE
               " " WS-LIQ-DISP DELIMITED BY SIZE
               " " WS-TUR-DISP DELIMITED BY SIZE
               " " WS-CAPAC-DISP DELIMITED BY SIZE
               " " WS-NEC-DISP DELIMITED BY SIZE
               " " WS-SALDO-DISP DELIMITED BY SIZE
               "  " WS-RECOMENDACAO DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "PREVISAO DE TURMAS - TERMO " DELIMITED BY SIZE
               WS-TERMO-PLANO DELIMITED BY SIZE
               " (BASE " DELIMITED BY SIZE
               WS-TERMO-BASE DELIMITED BY SIZE
               ", CURRICULO " DELIMITED BY SIZE
               WS-CURRIC-PEDIDO DELIMITED BY SPACE
               ")   DATA: " DELIMITED BY SIZE
               WS-PRINT-DATA DELIMITED BY SIZE
               "   PAGINA: " DELIMITED BY SIZE
               WS-PRINT-PAGINA DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           STRING "CURSO       REPR   REC  PROG   DEM  EVAS   LIQ  TUR "
               "CAPAC  NEC  SALDO  RECOMENDACAO"
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE 3 TO WS-PRINT-LINHA.

       IMPRIMIR-LINHA.
           IF WS-PRINT-LINHA >= WS-PRINT-MAX-LINHAS
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE WS-PRINT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-PRINT-LINHA.
