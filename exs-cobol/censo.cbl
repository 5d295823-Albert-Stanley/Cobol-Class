      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Annual higher-education census (Censo) return,
      *          which the coordinator used to rebuild by hand. For
      *          the term asked (ENTER = the open term) every
      *          student with enrollments, grades or a colacao de
      *          grau in the term gets one fixed-width line in
      *          CENSO-EXTRATO.DAT (CENSO.cpy): turma as of the end
      *          of the term from TURMA-HISTORY.DAT, enrollments and
      *          trancamentos from STUDENT-COURSES.DAT, approvals and
      *          failures from CURRENT-GRADES.DAT (run NOTAS-ATUAIS
      *          first), frequency from ATTENDANCE.DAT and the
      *          conferral from DIPLOMAS.DAT. A student missing
      *          mandatory data (not on STUDENT.DAT, no name, no
      *          turma, formado with no diploma registered) is not
      *          exported but listed as an exception. The control
      *          report CENSO-CONTROLE.DAT (PRTHDR.cpy) gives the
      *          counts by situation and, per course, the grade
      *          counts that must tie to ESTATISTICA-NOTAS before
      *          the file is sent. The per-student table is kept in
      *          matricula order and searched by halving, as the
      *          sorted masters of TABMEST.cpy are; more students than
      *          it holds stops the run before the return is written.
      *          Each course's cut is its THRESHOLD.DAT line in force
      *          for the term asked (RULEVIG.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSO-EXTRATO.
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
           SELECT ATTEND-FILE ASSIGN TO "ATTENDANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "TURMA-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT DIPLOMA-FILE ASSIGN TO "DIPLOMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIPLOMA-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "TERM-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "THRESHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-STATUS.
           SELECT CENSO-FILE ASSIGN TO "CENSO-EXTRATO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSO-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CENSO-CONTROLE.DAT"
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

       FD  ATTEND-FILE.
           COPY ATTEND.

       FD  HISTORY-FILE.
           COPY TURMAHST.

       FD  DIPLOMA-FILE.
           COPY DIPLOMA.

       FD  TERM-FILE.
           COPY TERM.

       FD  CALENDAR-FILE.
           COPY TERMCAL.

       FD  THRESHOLD-FILE.
           COPY THRESH.

       FD  CENSO-FILE.
           COPY CENSO.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-ENROLL-STATUS    PIC X(2) VALUE SPACES.
       77 WS-CURRENT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-ATTEND-STATUS    PIC X(2) VALUE SPACES.
       77 WS-HISTORY-STATUS   PIC X(2) VALUE SPACES.
       77 WS-DIPLOMA-STATUS   PIC X(2) VALUE SPACES.
       77 WS-TERM-STATUS      PIC X(2) VALUE SPACES.
       77 WS-CALENDAR-STATUS  PIC X(2) VALUE SPACES.
       77 WS-THRESHOLD-STATUS PIC X(2) VALUE SPACES.
       77 WS-CENSO-STATUS     PIC X(2) VALUE SPACES.

       01 WS-TERMO-PEDIDO    PIC X(06) VALUE SPACES.
       01 WS-TERMO-ABERTO    PIC X(06) VALUE SPACES.
       01 WS-FIM-TERMO       PIC X(08) VALUE HIGH-VALUES.

      * One entry per student seen in any source; CADASTRADO = N for
      * an id that appears in enrollments or grades but not on
      * STUDENT.DAT. Kept in WS-CEN-ALUNO order for LOCALIZAR-ALUNO.
       01 WS-TABELA-CENSO.
           05 WS-CEN-ENTRY OCCURS 5000 TIMES.
               10 WS-CEN-ALUNO      PIC X(10).
               10 WS-CEN-NOME       PIC X(30).
               10 WS-CEN-STATUS     PIC X(01).
               10 WS-CEN-TURMA      PIC X(04).
               10 WS-CEN-CADASTRADO PIC X(01).
               10 WS-CEN-HIST-TURMA PIC X(04).
               10 WS-CEN-HIST-DATA  PIC X(08).
               10 WS-CEN-MATRICULAS PIC 9(02).
               10 WS-CEN-TRANCADAS  PIC 9(02).
               10 WS-CEN-NOTAS      PIC 9(02).
               10 WS-CEN-APROVADAS  PIC 9(02).
               10 WS-CEN-REPROVADAS PIC 9(02).
               10 WS-CEN-REP-FALTA  PIC 9(02).
               10 WS-CEN-AULAS      PIC 9(05).
               10 WS-CEN-PRESENCAS  PIC 9(05).
               10 WS-CEN-DIPLOMA    PIC X(01).
               10 WS-CEN-COLACAO    PIC X(08).
       01 WS-TOTAL-CENSO     PIC 9(05) VALUE 0.
       01 WS-MAXIMO-CENSO    PIC 9(05) VALUE 5000.
       01 WS-CENSO-CHEIO     PIC X VALUE "N".
           88 CENSO-CHEIO    VALUE "S".

      * Per course, counted exactly as ESTATISTICA-NOTAS counts the
      * open term: rows of the term plus rows with no term, and the
      * media against the course's THRESHOLD.DAT cut (6 without a
      * line).
       01 WS-TABELA-CURSOS.
           05 WS-CUR-ENTRY OCCURS 20 TIMES.
               10 WS-CUR-ID         PIC X(10).
               10 WS-CUR-CORTE      PIC 9(02)V9(02).
               10 WS-CUR-TERMO      PIC 9(04).
               10 WS-CUR-SEM-TERMO  PIC 9(04).
               10 WS-CUR-CORTE-OK   PIC 9(04).
               10 WS-CUR-APROVADO   PIC 9(04).
               10 WS-CUR-REPROVADO  PIC 9(04).
               10 WS-CUR-REP-FALTA  PIC 9(04).
               10 WS-CUR-VIGENCIA   PIC X(06).
       01 WS-TOTAL-CURSOS    PIC 9(02) VALUE 0.

       01 WS-TABELA-EXCECOES.
           05 WS-EXC-ENTRY OCCURS 300 TIMES.
               10 WS-EXC-ALUNO      PIC X(10).
               10 WS-EXC-MOTIVO     PIC X(40).
       01 WS-TOTAL-EXCECOES  PIC 9(03) VALUE 0.

       01 WS-I               PIC 9(05).
       01 WS-J               PIC 9(05).
       01 WS-C               PIC 9(02).
       01 WS-ACHADO          PIC 9(05) VALUE 0.
       01 WS-INICIO          PIC 9(05) VALUE 0.
       01 WS-FIM             PIC 9(05) VALUE 0.
       01 WS-MEIO            PIC 9(05) VALUE 0.
       01 WS-ALUNO-BUSCA     PIC X(10) VALUE SPACES.
       01 WS-INCLUIR-NOVO    PIC X VALUE "N".
           88 INCLUIR-NOVO   VALUE "S".
       01 WS-FORA-TABELA     PIC 9(04) VALUE 0.
       01 WS-MOTIVO          PIC X(40) VALUE SPACES.
       01 WS-EXPORTAR        PIC X VALUE "N".
           88 EXPORTAR-ALUNO VALUE "S".

       01 WS-QT-CURSANDO     PIC 9(04) VALUE 0.
       01 WS-QT-TRANCADA     PIC 9(04) VALUE 0.
       01 WS-QT-DESVINCULADO PIC 9(04) VALUE 0.
       01 WS-QT-FORMADO      PIC 9(04) VALUE 0.
       01 WS-QT-EXPORTADOS   PIC 9(04) VALUE 0.
       01 WS-QT-COM-APROVACAO PIC 9(04) VALUE 0.
       01 WS-QT-COM-REPROVACAO PIC 9(04) VALUE 0.
       01 WS-QT-FORA-TERMO   PIC 9(04) VALUE 0.
       01 WS-QT-TOTAL        PIC 9(04) VALUE 0.
       01 WS-QTDE-DISP       PIC ZZZ9.
       01 WS-QTDE-DISP-2     PIC ZZZ9.
       01 WS-QTDE-DISP-3     PIC ZZZ9.
       01 WS-QTDE-DISP-4     PIC ZZZ9.
       01 WS-QTDE-DISP-5     PIC ZZZ9.
       01 WS-QTDE-DISP-6     PIC ZZZ9.
       01 WS-QTDE-DISP-7     PIC ZZZ9.
       01 WS-CORTE-DISP      PIC Z9,99.

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-TERMO-ABERTO.
           DISPLAY "TERMO DO CENSO (ENTER = " WS-TERMO-ABERTO "): ".
           ACCEPT WS-TERMO-PEDIDO.
           IF WS-TERMO-PEDIDO = SPACES
               MOVE WS-TERMO-ABERTO TO WS-TERMO-PEDIDO
           END-IF.
           IF WS-TERMO-PEDIDO = SPACES
               DISPLAY "NENHUM TERMO ABERTO EM ACADEMIC-TERM.DAT E "
                   "NENHUM TERMO INFORMADO."
               STOP RUN
           END-IF.

           PERFORM LER-FIM-TERMO.
           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-MATRICULAS.
           PERFORM CARREGAR-NOTAS.
           PERFORM CARREGAR-FREQUENCIAS.
           PERFORM CARREGAR-HISTORICO-TURMAS.
           PERFORM CARREGAR-DIPLOMAS.
           PERFORM CARREGAR-CORTES.
           IF CENSO-CHEIO
               DISPLAY "ALUNOS ALEM DA TABELA DO CENSO (MAX "
                   WS-MAXIMO-CENSO "). CENSO NAO GERADO - UM "
                   "RETORNO INCOMPLETO NAO PODE SER ENVIADO."
               STOP RUN
           END-IF.

           OPEN OUTPUT CENSO-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-CENSO
               PERFORM AVALIAR-ALUNO
           END-PERFORM.
           CLOSE CENSO-FILE.

           PERFORM IMPRIMIR-CONTROLE.
           DISPLAY "CENSO GRAVADO EM CENSO-EXTRATO.DAT ("
               WS-QT-EXPORTADOS " ALUNO(S), " WS-TOTAL-EXCECOES
               " EXCECAO(OES)); CONFIRA CENSO-CONTROLE.DAT ANTES "
               "DO ENVIO.".
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

      * The turma reported is the one valid on the last day of the
      * term; a term with no TERM-CALENDAR.DAT line takes the
      * latest history row.
       LER-FIM-TERMO.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               PERFORM UNTIL WS-CALENDAR-STATUS = "10"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "10" TO WS-CALENDAR-STATUS
                       NOT AT END
                           IF TC-TERM-ID = WS-TERMO-PEDIDO
                               MOVE TC-FIM TO WS-FIM-TERMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       CARREGAR-ALUNOS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           MOVE ST-STUDENT-ID TO WS-ALUNO-BUSCA
                           MOVE "S" TO WS-INCLUIR-NOVO
                           PERFORM LOCALIZAR-ALUNO
                           IF WS-ACHADO > 0
                               MOVE ST-NOME TO WS-CEN-NOME(WS-ACHADO)
                               MOVE ST-STATUS
                                   TO WS-CEN-STATUS(WS-ACHADO)
                               MOVE ST-TURMA
                                   TO WS-CEN-TURMA(WS-ACHADO)
                               MOVE "S"
                                   TO WS-CEN-CADASTRADO(WS-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      * WS-ACHADO returns the student's entry; with INCLUIR-NOVO an
      * id not yet seen gets a fresh entry in its place in id order
      * (0 when the table is full, which sets CENSO-CHEIO).
       LOCALIZAR-ALUNO.
           MOVE 0 TO WS-ACHADO.
           MOVE 1 TO WS-INICIO.
           MOVE WS-TOTAL-CENSO TO WS-FIM.
           PERFORM UNTIL WS-INICIO > WS-FIM OR WS-ACHADO > 0
               COMPUTE WS-MEIO = (WS-INICIO + WS-FIM) / 2
               EVALUATE TRUE
                   WHEN WS-CEN-ALUNO(WS-MEIO) = WS-ALUNO-BUSCA
                       MOVE WS-MEIO TO WS-ACHADO
                   WHEN WS-CEN-ALUNO(WS-MEIO) < WS-ALUNO-BUSCA
                       COMPUTE WS-INICIO = WS-MEIO + 1
                   WHEN OTHER
                       COMPUTE WS-FIM = WS-MEIO - 1
               END-EVALUATE
           END-PERFORM.
           IF WS-ACHADO = 0 AND INCLUIR-NOVO
               IF WS-TOTAL-CENSO = WS-MAXIMO-CENSO
                   ADD 1 TO WS-FORA-TABELA
                   MOVE "S" TO WS-CENSO-CHEIO
               ELSE
                   PERFORM VARYING WS-J FROM WS-TOTAL-CENSO BY -1
                       UNTIL WS-J < WS-INICIO
                       MOVE WS-CEN-ENTRY(WS-J)
                           TO WS-CEN-ENTRY(WS-J + 1)
                   END-PERFORM
                   ADD 1 TO WS-TOTAL-CENSO
                   MOVE WS-INICIO TO WS-ACHADO
                   INITIALIZE WS-CEN-ENTRY(WS-ACHADO)
                   MOVE WS-ALUNO-BUSCA TO WS-CEN-ALUNO(WS-ACHADO)
                   MOVE "N" TO WS-CEN-CADASTRADO(WS-ACHADO)
                   MOVE "N" TO WS-CEN-DIPLOMA(WS-ACHADO)
               END-IF
           END-IF.

       CARREGAR-MATRICULAS.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL WS-ENROLL-STATUS = "10"
                   READ ENROLL-FILE
                       AT END
                           MOVE "10" TO WS-ENROLL-STATUS
                       NOT AT END
                           MOVE EN-STUDENT-ID TO WS-ALUNO-BUSCA
                           MOVE "S" TO WS-INCLUIR-NOVO
                           PERFORM LOCALIZAR-ALUNO
                           IF WS-ACHADO > 0
                               ADD 1 TO WS-CEN-MATRICULAS(WS-ACHADO)
                               IF EN-TRANCADA
                                   ADD 1
                                       TO WS-CEN-TRANCADAS(WS-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.

       CARREGAR-NOTAS.
           OPEN INPUT CURRENT-FILE.
           IF WS-CURRENT-STATUS NOT = "00"
               DISPLAY "CURRENT-GRADES.DAT NAO ENCONTRADO - EXECUTE "
                   "NOTAS-ATUAIS ANTES DO CENSO."
           ELSE
               PERFORM UNTIL WS-CURRENT-STATUS = "10"
                   READ CURRENT-FILE
                       AT END
                           MOVE "10" TO WS-CURRENT-STATUS
                       NOT AT END
                           IF SG-TERMO = WS-TERMO-PEDIDO
                               OR SG-TERMO = SPACES
                               PERFORM CONTAR-NOTA-CURSO
                           END-IF
                           IF SG-TERMO = WS-TERMO-PEDIDO
                               AND SG-VIGENTE
                               PERFORM CONTAR-NOTA-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRENT-FILE
           END-IF.

       CONTAR-NOTA-CURSO.
           MOVE 0 TO WS-C.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-CURSOS
               IF WS-CUR-ID(WS-I) = SG-PROGRAMA-ID
                   MOVE WS-I TO WS-C
               END-IF
           END-PERFORM.
           IF WS-C = 0 AND WS-TOTAL-CURSOS < 20
               ADD 1 TO WS-TOTAL-CURSOS
               MOVE WS-TOTAL-CURSOS TO WS-C
               INITIALIZE WS-CUR-ENTRY(WS-C)
               MOVE SG-PROGRAMA-ID TO WS-CUR-ID(WS-C)
           END-IF.
           IF WS-C > 0
               IF SG-TERMO = SPACES
                   ADD 1 TO WS-CUR-SEM-TERMO(WS-C)
               ELSE
                   ADD 1 TO WS-CUR-TERMO(WS-C)
                   EVALUATE SG-RESULTADO
                       WHEN "APROVADO"
                           ADD 1 TO WS-CUR-APROVADO(WS-C)
                       WHEN "REP-FALTA"
                           ADD 1 TO WS-CUR-REP-FALTA(WS-C)
                       WHEN OTHER
                           ADD 1 TO WS-CUR-REPROVADO(WS-C)
                   END-EVALUATE
               END-IF
           END-IF.

       CONTAR-NOTA-ALUNO.
           MOVE SG-STUDENT-ID TO WS-ALUNO-BUSCA.
           MOVE "S" TO WS-INCLUIR-NOVO.
           PERFORM LOCALIZAR-ALUNO.
           IF WS-ACHADO > 0
               ADD 1 TO WS-CEN-NOTAS(WS-ACHADO)
               EVALUATE SG-RESULTADO
                   WHEN "APROVADO"
                       ADD 1 TO WS-CEN-APROVADAS(WS-ACHADO)
                   WHEN "REP-FALTA"
                       ADD 1 TO WS-CEN-REP-FALTA(WS-ACHADO)
                   WHEN OTHER
                       ADD 1 TO WS-CEN-REPROVADAS(WS-ACHADO)
               END-EVALUATE
           END-IF.

       CARREGAR-FREQUENCIAS.
           OPEN INPUT ATTEND-FILE.
           IF WS-ATTEND-STATUS = "00"
               PERFORM UNTIL WS-ATTEND-STATUS = "10"
                   READ ATTEND-FILE
                       AT END
                           MOVE "10" TO WS-ATTEND-STATUS
                       NOT AT END
                           MOVE FQ-STUDENT-ID TO WS-ALUNO-BUSCA
                           MOVE "N" TO WS-INCLUIR-NOVO
                           PERFORM LOCALIZAR-ALUNO
                           IF WS-ACHADO > 0
                               ADD FQ-AULAS-DADAS
                                   TO WS-CEN-AULAS(WS-ACHADO)
                               ADD FQ-AULAS-PRESENTES
                                   TO WS-CEN-PRESENCAS(WS-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTEND-FILE
           END-IF.

       CARREGAR-HISTORICO-TURMAS.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-STATUS = "10"
                   READ HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-HISTORY-STATUS
                       NOT AT END
                           MOVE SH-STUDENT-ID TO WS-ALUNO-BUSCA
                           MOVE "N" TO WS-INCLUIR-NOVO
                           PERFORM LOCALIZAR-ALUNO
                           IF WS-ACHADO > 0
                               AND SH-VALIDO-DE <= WS-FIM-TERMO
                               AND SH-VALIDO-DE
                                   >= WS-CEN-HIST-DATA(WS-ACHADO)
                               MOVE SH-VALIDO-DE
                                   TO WS-CEN-HIST-DATA(WS-ACHADO)
                               MOVE SH-TURMA
                                   TO WS-CEN-HIST-TURMA(WS-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

      * DIPLOMA = T when the colacao fell in the census term, S when
      * it was registered in an earlier one.
       CARREGAR-DIPLOMAS.
           OPEN INPUT DIPLOMA-FILE.
           IF WS-DIPLOMA-STATUS = "00"
               PERFORM UNTIL WS-DIPLOMA-STATUS = "10"
                   READ DIPLOMA-FILE
                       AT END
                           MOVE "10" TO WS-DIPLOMA-STATUS
                       NOT AT END
                           MOVE DP-STUDENT-ID TO WS-ALUNO-BUSCA
                           MOVE "N" TO WS-INCLUIR-NOVO
                           PERFORM LOCALIZAR-ALUNO
                           IF WS-ACHADO > 0
                               IF DP-TERMO = WS-TERMO-PEDIDO
                                   MOVE "T"
                                       TO WS-CEN-DIPLOMA(WS-ACHADO)
                                   MOVE DP-DATA-COLACAO
                                       TO WS-CEN-COLACAO(WS-ACHADO)
                               ELSE
                                   IF WS-CEN-DIPLOMA(WS-ACHADO) = "N"
                                       MOVE "S"
                                           TO WS-CEN-DIPLOMA(WS-ACHADO)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIPLOMA-FILE
           END-IF.

       CARREGAR-CORTES.
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-TOTAL-CURSOS
               MOVE 6 TO WS-CUR-CORTE(WS-C)
               MOVE LOW-VALUES TO WS-CUR-VIGENCIA(WS-C)
           END-PERFORM.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
               PERFORM UNTIL WS-THRESHOLD-STATUS = "10"
                   READ THRESHOLD-FILE
                       AT END
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           PERFORM VARYING WS-C FROM 1 BY 1
                               UNTIL WS-C > WS-TOTAL-CURSOS
                               IF WS-CUR-ID(WS-C) = TH-COURSE-ID
                                   AND TH-VIGENCIA
                                       NOT > WS-TERMO-PEDIDO
                                   AND TH-VIGENCIA
                                       NOT < WS-CUR-VIGENCIA(WS-C)
                                   MOVE TH-CUTOFF
                                       TO WS-CUR-CORTE(WS-C)
                                   MOVE TH-VIGENCIA
                                       TO WS-CUR-VIGENCIA(WS-C)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE THRESHOLD-FILE
           END-IF.
           PERFORM CONTAR-APROVADOS-CORTE.

      * Second pass for the pass count by cut, once the cuts are
      * known - the same test ESTATISTICA-NOTAS applies.
       CONTAR-APROVADOS-CORTE.
           MOVE SPACES TO WS-CURRENT-STATUS.
           OPEN INPUT CURRENT-FILE.
           IF WS-CURRENT-STATUS = "00"
               PERFORM UNTIL WS-CURRENT-STATUS = "10"
                   READ CURRENT-FILE
                       AT END
                           MOVE "10" TO WS-CURRENT-STATUS
                       NOT AT END
                           IF SG-TERMO = WS-TERMO-PEDIDO
                               OR SG-TERMO = SPACES
                               PERFORM VARYING WS-C FROM 1 BY 1
                                   UNTIL WS-C > WS-TOTAL-CURSOS
                                   IF WS-CUR-ID(WS-C) = SG-PROGRAMA-ID
                                       AND SG-MEDIA
                                           >= WS-CUR-CORTE(WS-C)
                                       ADD 1 TO WS-CUR-CORTE-OK(WS-C)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRENT-FILE
           END-IF.

      * In the census: grades or a colacao in the term, or any
      * enrollment of a student not graduated earlier.
       AVALIAR-ALUNO.
           MOVE "N" TO WS-EXPORTAR.
           IF WS-CEN-NOTAS(WS-I) > 0
               OR WS-CEN-DIPLOMA(WS-I) = "T"
               MOVE "S" TO WS-EXPORTAR
           END-IF.
           IF WS-CEN-MATRICULAS(WS-I) > 0
               AND NOT (WS-CEN-STATUS(WS-I) = "G"
                   AND WS-CEN-DIPLOMA(WS-I) = "S")
               MOVE "S" TO WS-EXPORTAR
           END-IF.
           IF NOT EXPORTAR-ALUNO
               IF WS-CEN-CADASTRADO(WS-I) = "S"
                   ADD 1 TO WS-QT-FORA-TERMO
               END-IF
           ELSE
               IF WS-CEN-HIST-TURMA(WS-I) NOT = SPACES
                   MOVE WS-CEN-HIST-TURMA(WS-I) TO WS-CEN-TURMA(WS-I)
               END-IF
               MOVE SPACES TO WS-MOTIVO
               EVALUATE TRUE
                   WHEN WS-CEN-CADASTRADO(WS-I) = "N"
                       MOVE "ALUNO NAO CADASTRADO EM STUDENT.DAT"
                           TO WS-MOTIVO
                   WHEN WS-CEN-NOME(WS-I) = SPACES
                       MOVE "NOME EM BRANCO" TO WS-MOTIVO
                   WHEN WS-CEN-TURMA(WS-I) = SPACES
                       MOVE "TURMA NAO RESOLVIDA" TO WS-MOTIVO
                   WHEN WS-CEN-STATUS(WS-I) = "G"
                       AND WS-CEN-DIPLOMA(WS-I) = "N"
                       MOVE "FORMADO SEM REGISTRO EM DIPLOMAS.DAT"
                           TO WS-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-MOTIVO NOT = SPACES
                   PERFORM GUARDAR-EXCECAO
               ELSE
                   PERFORM GRAVAR-CENSO
               END-IF
           END-IF.

       GUARDAR-EXCECAO.
           IF WS-TOTAL-EXCECOES < 300
               ADD 1 TO WS-TOTAL-EXCECOES
               MOVE WS-CEN-ALUNO(WS-I)
                   TO WS-EXC-ALUNO(WS-TOTAL-EXCECOES)
               MOVE WS-MOTIVO TO WS-EXC-MOTIVO(WS-TOTAL-EXCECOES)
           ELSE
               ADD 1 TO WS-FORA-TABELA
           END-IF.

       GRAVAR-CENSO.
           MOVE SPACES TO CENSO-RECORD.
           MOVE "41" TO CS-TIPO-REGISTRO.
           MOVE WS-TERMO-PEDIDO TO CS-TERMO.
           MOVE WS-CEN-ALUNO(WS-I) TO CS-STUDENT-ID.
           MOVE WS-CEN-NOME(WS-I) TO CS-NOME.
           MOVE WS-CEN-TURMA(WS-I) TO CS-TURMA.
           EVALUATE TRUE
               WHEN WS-CEN-DIPLOMA(WS-I) = "T"
                   MOVE "06" TO CS-SITUACAO
                   MOVE WS-CEN-COLACAO(WS-I) TO CS-DATA-COLACAO
                   ADD 1 TO WS-QT-FORMADO
               WHEN WS-CEN-STATUS(WS-I) = "I"
                   MOVE "04" TO CS-SITUACAO
                   ADD 1 TO WS-QT-DESVINCULADO
               WHEN WS-CEN-MATRICULAS(WS-I) > 0
                   AND WS-CEN-TRANCADAS(WS-I)
                       = WS-CEN-MATRICULAS(WS-I)
                   MOVE "03" TO CS-SITUACAO
                   ADD 1 TO WS-QT-TRANCADA
               WHEN OTHER
                   MOVE "02" TO CS-SITUACAO
                   ADD 1 TO WS-QT-CURSANDO
           END-EVALUATE.
           MOVE WS-CEN-MATRICULAS(WS-I) TO CS-QT-MATRICULAS.
           MOVE WS-CEN-TRANCADAS(WS-I) TO CS-QT-TRANCADAS.
           MOVE WS-CEN-APROVADAS(WS-I) TO CS-QT-APROVADAS.
           MOVE WS-CEN-REPROVADAS(WS-I) TO CS-QT-REPROVADAS.
           MOVE WS-CEN-REP-FALTA(WS-I) TO CS-QT-REP-FALTA.
           IF WS-CEN-AULAS(WS-I) > 0
               COMPUTE CS-FREQUENCIA ROUNDED =
                   WS-CEN-PRESENCAS(WS-I) * 100 / WS-CEN-AULAS(WS-I)
               MOVE "S" TO CS-FREQ-CONTROLADA
           ELSE
               MOVE 0 TO CS-FREQUENCIA
               MOVE "N" TO CS-FREQ-CONTROLADA
           END-IF.
           IF WS-CEN-APROVADAS(WS-I) > 0
               ADD 1 TO WS-QT-COM-APROVACAO
           END-IF.
           IF WS-CEN-REPROVADAS(WS-I) > 0
               OR WS-CEN-REP-FALTA(WS-I) > 0
               ADD 1 TO WS-QT-COM-REPROVACAO
           END-IF.
           WRITE CENSO-RECORD.
           ADD 1 TO WS-QT-EXPORTADOS.

       IMPRIMIR-CONTROLE.
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

           MOVE "ALUNOS POR SITUACAO" TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QT-CURSANDO TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  02 CURSANDO              " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QT-TRANCADA TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  03 MATRICULA TRANCADA    " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QT-DESVINCULADO TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  04 DESVINCULADO          " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QT-FORMADO TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  06 FORMADO               " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QT-EXPORTADOS TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TOTAL NO EXTRATO         " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QT-COM-APROVACAO TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  COM APROVACAO NO TERMO   " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QT-COM-REPROVACAO TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  COM REPROVACAO NO TERMO  " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-TOTAL-EXCECOES TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  EXCECOES (NAO EXPORTADOS)" DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QT-FORA-TERMO TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  SEM VINCULO NO TERMO     " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

           PERFORM IMPRIMIR-CONFERENCIA.
           PERFORM IMPRIMIR-EXCECOES.
           CLOSE PRINT-FILE.

      * QTDE and aprovados by cut are what ESTATISTICA-NOTAS prints
      * for the same term; rows with no term are in its count and
      * shown apart here.
       IMPRIMIR-CONFERENCIA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE "CONFERENCIA COM ESTATISTICA-NOTAS (POR CURSO)"
               TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE "  CURSO     TERMO SEM TERMO  QTDE CORTE >=CORTE   APR"
               TO WS-PRINT-LINE.
           MOVE "  REP  FAL" TO WS-PRINT-LINE(54:).
           PERFORM IMPRIMIR-LINHA.
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-TOTAL-CURSOS
               COMPUTE WS-QT-TOTAL = WS-CUR-TERMO(WS-C)
                   + WS-CUR-SEM-TERMO(WS-C)
               MOVE WS-CUR-TERMO(WS-C) TO WS-QTDE-DISP
               MOVE WS-CUR-SEM-TERMO(WS-C) TO WS-QTDE-DISP-2
               MOVE WS-QT-TOTAL TO WS-QTDE-DISP-3
               MOVE WS-CUR-CORTE-OK(WS-C) TO WS-QTDE-DISP-4
               MOVE WS-CUR-CORTE(WS-C) TO WS-CORTE-DISP
               MOVE WS-CUR-APROVADO(WS-C) TO WS-QTDE-DISP-5
               MOVE WS-CUR-REPROVADO(WS-C) TO WS-QTDE-DISP-6
               MOVE WS-CUR-REP-FALTA(WS-C) TO WS-QTDE-DISP-7
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-CUR-ID(WS-C) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-QTDE-DISP DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-QTDE-DISP-2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-QTDE-DISP-3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CORTE-DISP DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-QTDE-DISP-4 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-QTDE-DISP-5 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-QTDE-DISP-6 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-QTDE-DISP-7 DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.
           MOVE "  QTDE = TERMO + SEM TERMO DEVE IGUALAR A QTDE DA "
               TO WS-PRINT-LINE.
           MOVE "ESTATISTICA-NOTAS; >=CORTE, A TAXA DE APROVACAO."
               TO WS-PRINT-LINE(51:).
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-EXCECOES.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE "EXCECOES - DADOS OBRIGATORIOS AUSENTES (NAO ENVIADOS)"
               TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           IF WS-TOTAL-EXCECOES = 0
               MOVE "  NENHUMA." TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-EXCECOES
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-EXC-ALUNO(WS-I) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EXC-MOTIVO(WS-I) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "CENSO - CONTROLE DO EXTRATO - TERMO "
               DELIMITED BY SIZE
               WS-TERMO-PEDIDO DELIMITED BY SIZE
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
