      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Mid-term dropout-risk watch list for the advisors -
      *          CARTAS-REPROVADOS only speaks once the term is lost.
      *          Every active student is scored from five factors,
      *          weighted and cut by RISCO-RULES.DAT (RISCORUL.cpy):
      *          attendance % from ATTENDANCE.DAT, the P1 average
      *          in EXERCICIO08-NOTAS.DAT, the average of the latest
      *          STUDENT-GRADES.DAT media per course, earlier failed
      *          attempts (REPROVADO / REP-FALTA in a previous term)
      *          in courses the student is enrolled in again, and
      *          any trancamento in STUDENT-COURSES.DAT. Attendance
      *          and grades score in proportion to how far they fall
      *          below the cut. Students at or above CORTE-MEDIO go
      *          to RISCO-EVASAO.DAT (PRTHDR.cpy), ranked by score
      *          within each turma, each with the factor that drove
      *          the score and every factor's points.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISCO-EVASAO.
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
           SELECT ATTEND-FILE ASSIGN TO "ATTENDANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-STATUS.
           SELECT DISCIPLINAS08-FILE ASSIGN TO "EXERCICIO08-NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISC8-STATUS.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENT-GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT REGRAS-FILE ASSIGN TO "RISCO-RULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRAS-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RISCO-EVASAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  ENROLL-FILE.
           COPY ENROLL.

       FD  ATTEND-FILE.
           COPY ATTEND.

       FD  DISCIPLINAS08-FILE.
           COPY DISC8.

       FD  STUDENT-GRADES-FILE.
           COPY STDGRADE.

       FD  TERM-FILE.
           COPY TERM.

       FD  REGRAS-FILE.
           COPY RISCORUL.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STUDENT-STATUS  PIC X(2) VALUE SPACES.
       77 WS-ENROLL-STATUS   PIC X(2) VALUE SPACES.
       77 WS-ATTEND-STATUS   PIC X(2) VALUE SPACES.
       77 WS-DISC8-STATUS    PIC X(2) VALUE SPACES.
       77 WS-SG-STATUS       PIC X(2) VALUE SPACES.
       77 WS-TERM-STATUS     PIC X(2) VALUE SPACES.
       77 WS-REGRAS-STATUS   PIC X(2) VALUE SPACES.

      * Weights and cuts; a weight without a line stays zero.
       77 WS-PESO-FREQ       PIC 9(4)V9(2) VALUE 0.
       77 WS-FREQ-MINIMA     PIC 9(4)V9(2) VALUE 75.
       77 WS-PESO-P1         PIC 9(4)V9(2) VALUE 0.
       77 WS-PESO-MEDIA      PIC 9(4)V9(2) VALUE 0.
       77 WS-NOTA-MINIMA     PIC 9(4)V9(2) VALUE 6.
       77 WS-PESO-TENTATIVA  PIC 9(4)V9(2) VALUE 0.
       77 WS-PESO-TRANCADA   PIC 9(4)V9(2) VALUE 0.
       77 WS-CORTE-ALTO      PIC 9(4)V9(2) VALUE 60.
       77 WS-CORTE-MEDIO     PIC 9(4)V9(2) VALUE 30.

      * The first 19 bytes (turma, inverse score, aluno) are the sort
      * key of the watch list.
       01 WS-TABELA-ALUNOS.
           05 WS-AL-ENTRY OCCURS 500 TIMES.
               10 WS-AL-TURMA       PIC X(04).
               10 WS-AL-INVERSO     PIC 9(03)V9(02).
               10 WS-AL-ID          PIC X(10).
               10 WS-AL-NOME        PIC X(30).
               10 WS-AL-AULAS       PIC 9(05).
               10 WS-AL-PRESENCAS   PIC 9(05).
               10 WS-AL-P1-SOMA     PIC 9(05)V9(02).
               10 WS-AL-P1-QTDE     PIC 9(03).
               10 WS-AL-MED-SOMA    PIC 9(05)V9(02).
               10 WS-AL-MED-QTDE    PIC 9(03).
               10 WS-AL-TENTATIVAS  PIC 9(02).
               10 WS-AL-TRANCOU     PIC X(01).
               10 WS-AL-PTS-FREQ    PIC 9(03)V9(02).
               10 WS-AL-PTS-P1      PIC 9(03)V9(02).
               10 WS-AL-PTS-MEDIA   PIC 9(03)V9(02).
               10 WS-AL-PTS-TENT    PIC 9(03)V9(02).
               10 WS-AL-PTS-TRANC   PIC 9(03)V9(02).
               10 WS-AL-ESCORE      PIC 9(03)V9(02).
       01 WS-TOTAL-ALUNOS    PIC 9(03) VALUE 0.
       01 WS-AL-TROCA        PIC X(112).

      * Active enrollments per student/course, for the repeat test.
       01 WS-TABELA-MATRICULAS.
           05 WS-MT-ENTRY OCCURS 2000 TIMES.
               10 WS-MT-ALUNO       PIC X(10).
               10 WS-MT-CURSO       PIC X(10).
       01 WS-TOTAL-MATRICULAS PIC 9(04) VALUE 0.

      * Latest vigente media per student/course.
       01 WS-TABELA-ULTIMAS.
           05 WS-UL-ENTRY OCCURS 2000 TIMES.
               10 WS-UL-ALUNO       PIC X(10).
               10 WS-UL-CURSO       PIC X(10).
               10 WS-UL-DATA-HORA   PIC X(19).
               10 WS-UL-MEDIA       PIC S9(2)V9(2).
       01 WS-TOTAL-ULTIMAS   PIC 9(04) VALUE 0.

       01 WS-I               PIC 9(04).
       01 WS-J               PIC 9(04).
       01 WS-ACHADO          PIC 9(04) VALUE 0.
       01 WS-ALUNO-BUSCA     PIC X(10) VALUE SPACES.
       01 WS-FORA-TABELA     PIC 9(04) VALUE 0.
       01 WS-TERMO-ATUAL     PIC X(06) VALUE SPACES.
       01 WS-FREQ-PCT        PIC 9(03) VALUE 0.
       01 WS-P1-MEDIA        PIC 9(03)V9(02) VALUE 0.
       01 WS-MED-MEDIA       PIC 9(03)V9(02) VALUE 0.
       01 WS-PONTOS          PIC 9(05)V9(02) VALUE 0.
       01 WS-MAIOR           PIC 9(03)V9(02) VALUE 0.
       01 WS-FATOR           PIC X(24) VALUE SPACES.
       01 WS-FAIXA           PIC X(05) VALUE SPACES.
       01 WS-TURMA-ATUAL     PIC X(04) VALUE SPACES.
       01 WS-POSICAO         PIC 9(03) VALUE 0.
       01 WS-LISTADOS        PIC 9(04) VALUE 0.
       01 WS-QT-ALTO         PIC 9(04) VALUE 0.

       01 WS-POSICAO-DISP    PIC ZZ9.
       01 WS-ESCORE-DISP     PIC ZZ9,99.
       01 WS-PTS-DISP-1      PIC ZZ9,99.
       01 WS-PTS-DISP-2      PIC ZZ9,99.
       01 WS-PTS-DISP-3      PIC ZZ9,99.
       01 WS-PTS-DISP-4      PIC ZZ9,99.
       01 WS-PTS-DISP-5      PIC ZZ9,99.
       01 WS-FREQ-DISP       PIC ZZ9.
       01 WS-NOTA-DISP-1     PIC Z9,99.
       01 WS-NOTA-DISP-2     PIC Z9,99.
       01 WS-FREQ-TEXTO      PIC X(04) VALUE SPACES.
       01 WS-P1-TEXTO        PIC X(05) VALUE SPACES.
       01 WS-MED-TEXTO       PIC X(05) VALUE SPACES.

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-REGRAS.
           PERFORM LER-TERMO-ABERTO.
           PERFORM CARREGAR-ALUNOS.
           IF WS-TOTAL-ALUNOS = 0
               DISPLAY "NENHUM ALUNO ATIVO EM STUDENT.DAT - NADA A "
                   "AVALIAR."
               STOP RUN
           END-IF.
           PERFORM CARREGAR-MATRICULAS.
           PERFORM CARREGAR-FREQUENCIAS.
           PERFORM CARREGAR-NOTAS-P1.
           PERFORM CARREGAR-HISTORICO.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               PERFORM PONTUAR-ALUNO
           END-PERFORM.
           PERFORM ORDENAR-ALUNOS.
           PERFORM IMPRIMIR-LISTA.
           DISPLAY "LISTA DE RISCO GRAVADA EM RISCO-EVASAO.DAT ("
               WS-LISTADOS " ALUNO(S), " WS-QT-ALTO
               " EM RISCO ALTO).".
           STOP RUN.

       LER-REGRAS.
           OPEN INPUT REGRAS-FILE.
           IF WS-REGRAS-STATUS NOT = "00"
               DISPLAY "RISCO-RULES.DAT AUSENTE - NENHUM FATOR "
                   "SERA PONTUADO."
           ELSE
               PERFORM UNTIL WS-REGRAS-STATUS = "10"
                   READ REGRAS-FILE
                       AT END
                           MOVE "10" TO WS-REGRAS-STATUS
                       NOT AT END
                           EVALUATE RZ-CHAVE
                               WHEN "PESO-FREQUENCIA"
                                   MOVE RZ-VALOR TO WS-PESO-FREQ
                               WHEN "FREQ-MINIMA"
                                   MOVE RZ-VALOR TO WS-FREQ-MINIMA
                               WHEN "PESO-P1"
                                   MOVE RZ-VALOR TO WS-PESO-P1
                               WHEN "PESO-MEDIA"
                                   MOVE RZ-VALOR TO WS-PESO-MEDIA
                               WHEN "NOTA-MINIMA"
                                   MOVE RZ-VALOR TO WS-NOTA-MINIMA
                               WHEN "PESO-TENTATIVA"
                                   MOVE RZ-VALOR TO WS-PESO-TENTATIVA
                               WHEN "PESO-TRANCADA"
                                   MOVE RZ-VALOR TO WS-PESO-TRANCADA
                               WHEN "CORTE-ALTO"
                                   MOVE RZ-VALOR TO WS-CORTE-ALTO
                               WHEN "CORTE-MEDIO"
                                   MOVE RZ-VALOR TO WS-CORTE-MEDIO
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE REGRAS-FILE
           END-IF.

       LER-TERMO-ABERTO.
           MOVE SPACES TO WS-TERMO-ATUAL.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-TERM-STATUS = "10"
                   READ TERM-FILE
                       AT END
                           MOVE "10" TO WS-TERM-STATUS
                       NOT AT END
                           IF TR-ABERTO
                               MOVE TR-TERM-ID TO WS-TERMO-ATUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF.

       CARREGAR-ALUNOS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           IF ST-ATIVO
                               PERFORM INCLUIR-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       INCLUIR-ALUNO.
           IF WS-TOTAL-ALUNOS = 500
               ADD 1 TO WS-FORA-TABELA
           ELSE
               ADD 1 TO WS-TOTAL-ALUNOS
               INITIALIZE WS-AL-ENTRY(WS-TOTAL-ALUNOS)
               MOVE ST-TURMA TO WS-AL-TURMA(WS-TOTAL-ALUNOS)
               MOVE ST-STUDENT-ID TO WS-AL-ID(WS-TOTAL-ALUNOS)
               MOVE ST-NOME TO WS-AL-NOME(WS-TOTAL-ALUNOS)
               MOVE "N" TO WS-AL-TRANCOU(WS-TOTAL-ALUNOS)
           END-IF.

       LOCALIZAR-ALUNO.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ALUNOS OR WS-ACHADO > 0
               IF WS-AL-ID(WS-J) = WS-ALUNO-BUSCA
                   MOVE WS-J TO WS-ACHADO
               END-IF
           END-PERFORM.

       CARREGAR-MATRICULAS.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL WS-ENROLL-STATUS = "10"
                   READ ENROLL-FILE
                       AT END
                           MOVE "10" TO WS-ENROLL-STATUS
                       NOT AT END
                           MOVE EN-STUDENT-ID TO WS-ALUNO-BUSCA
                           PERFORM LOCALIZAR-ALUNO
                           IF WS-ACHADO > 0
                               PERFORM GUARDAR-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.

       GUARDAR-MATRICULA.
           IF EN-TRANCADA
               MOVE "S" TO WS-AL-TRANCOU(WS-ACHADO)
           ELSE
               IF WS-TOTAL-MATRICULAS = 2000
                   ADD 1 TO WS-FORA-TABELA
               ELSE
                   ADD 1 TO WS-TOTAL-MATRICULAS
                   MOVE EN-STUDENT-ID
                       TO WS-MT-ALUNO(WS-TOTAL-MATRICULAS)
                   MOVE EN-COURSE-ID
                       TO WS-MT-CURSO(WS-TOTAL-MATRICULAS)
               END-IF
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
                           PERFORM LOCALIZAR-ALUNO
                           IF WS-ACHADO > 0
                               ADD FQ-AULAS-DADAS
                                   TO WS-AL-AULAS(WS-ACHADO)
                               ADD FQ-AULAS-PRESENTES
                                   TO WS-AL-PRESENCAS(WS-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTEND-FILE
           END-IF.

       CARREGAR-NOTAS-P1.
           OPEN INPUT DISCIPLINAS08-FILE.
           IF WS-DISC8-STATUS = "00"
               PERFORM UNTIL WS-DISC8-STATUS = "10"
                   READ DISCIPLINAS08-FILE
                       AT END
                           MOVE "10" TO WS-DISC8-STATUS
                       NOT AT END
                           MOVE DISC8-STUDENT-ID TO WS-ALUNO-BUSCA
                           PERFORM LOCALIZAR-ALUNO
                           IF WS-ACHADO > 0
                               ADD DISC8-P1
                                   TO WS-AL-P1-SOMA(WS-ACHADO)
                               ADD 1 TO WS-AL-P1-QTDE(WS-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCIPLINAS08-FILE
           END-IF.

      * One pass over the history: the latest vigente row of each
      * course (a REC row included - it carries the media after
      * recuperacao) feeds the grade factor; a failed attempt of an
      * earlier term in a course the student is enrolled in again
      * feeds the repeat factor.
       CARREGAR-HISTORICO.
           OPEN INPUT STUDENT-GRADES-FILE.
           IF WS-SG-STATUS = "00"
               PERFORM UNTIL WS-SG-STATUS = "10"
                   READ STUDENT-GRADES-FILE
                       AT END
                           MOVE "10" TO WS-SG-STATUS
                       NOT AT END
                           IF SG-VIGENTE
                               MOVE SG-STUDENT-ID TO WS-ALUNO-BUSCA
                               PERFORM LOCALIZAR-ALUNO
                               IF WS-ACHADO > 0
                                   PERFORM GUARDAR-ULTIMA-MEDIA
                                   PERFORM CONTAR-TENTATIVA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-GRADES-FILE
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ULTIMAS
               MOVE WS-UL-ALUNO(WS-I) TO WS-ALUNO-BUSCA
               PERFORM LOCALIZAR-ALUNO
               IF WS-UL-MEDIA(WS-I) > 0
                   ADD WS-UL-MEDIA(WS-I) TO WS-AL-MED-SOMA(WS-ACHADO)
               END-IF
               ADD 1 TO WS-AL-MED-QTDE(WS-ACHADO)
           END-PERFORM.

       GUARDAR-ULTIMA-MEDIA.
           MOVE 0 TO WS-I.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ULTIMAS OR WS-I > 0
               IF WS-UL-ALUNO(WS-J) = SG-STUDENT-ID
                   AND WS-UL-CURSO(WS-J) = SG-PROGRAMA-ID
                   MOVE WS-J TO WS-I
               END-IF
           END-PERFORM.
           IF WS-I = 0
               IF WS-TOTAL-ULTIMAS = 2000
                   ADD 1 TO WS-FORA-TABELA
               ELSE
                   ADD 1 TO WS-TOTAL-ULTIMAS
                   MOVE WS-TOTAL-ULTIMAS TO WS-I
                   MOVE SG-STUDENT-ID TO WS-UL-ALUNO(WS-I)
                   MOVE SG-PROGRAMA-ID TO WS-UL-CURSO(WS-I)
                   MOVE SPACES TO WS-UL-DATA-HORA(WS-I)
               END-IF
           END-IF.
           IF WS-I > 0
               IF SG-DATA-HORA >= WS-UL-DATA-HORA(WS-I)
                   MOVE SG-DATA-HORA TO WS-UL-DATA-HORA(WS-I)
                   MOVE SG-MEDIA TO WS-UL-MEDIA(WS-I)
               END-IF
           END-IF.

       CONTAR-TENTATIVA.
           IF (SG-RESULTADO = "REPROVADO" OR SG-RESULTADO = "REP-FALTA")
               AND SG-MOTIVO-AJUSTE NOT = "REC"
               AND SG-TERMO NOT = WS-TERMO-ATUAL
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-MATRICULAS
                   IF WS-MT-ALUNO(WS-J) = SG-STUDENT-ID
                       AND WS-MT-CURSO(WS-J) = SG-PROGRAMA-ID
                       ADD 1 TO WS-AL-TENTATIVAS(WS-ACHADO)
                       MOVE WS-TOTAL-MATRICULAS TO WS-J
                   END-IF
               END-PERFORM
           END-IF.

      * Each graded factor scores its weight times the shortfall
      * below the cut, as a fraction of the cut: nil attendance or
      * a zero average takes the full weight.
       PONTUAR-ALUNO.
           IF WS-AL-AULAS(WS-I) > 0
               COMPUTE WS-FREQ-PCT =
                   WS-AL-PRESENCAS(WS-I) * 100 / WS-AL-AULAS(WS-I)
               IF WS-FREQ-PCT < WS-FREQ-MINIMA
                   COMPUTE WS-PONTOS ROUNDED = WS-PESO-FREQ
                       * (WS-FREQ-MINIMA - WS-FREQ-PCT)
                       / WS-FREQ-MINIMA
                   MOVE WS-PONTOS TO WS-AL-PTS-FREQ(WS-I)
               END-IF
           END-IF.
           IF WS-AL-P1-QTDE(WS-I) > 0
               COMPUTE WS-P1-MEDIA ROUNDED =
                   WS-AL-P1-SOMA(WS-I) / WS-AL-P1-QTDE(WS-I)
               IF WS-P1-MEDIA < WS-NOTA-MINIMA
                   COMPUTE WS-PONTOS ROUNDED = WS-PESO-P1
                       * (WS-NOTA-MINIMA - WS-P1-MEDIA)
                       / WS-NOTA-MINIMA
                   MOVE WS-PONTOS TO WS-AL-PTS-P1(WS-I)
               END-IF
           END-IF.
           IF WS-AL-MED-QTDE(WS-I) > 0
               COMPUTE WS-MED-MEDIA ROUNDED =
                   WS-AL-MED-SOMA(WS-I) / WS-AL-MED-QTDE(WS-I)
               IF WS-MED-MEDIA < WS-NOTA-MINIMA
                   COMPUTE WS-PONTOS ROUNDED = WS-PESO-MEDIA
                       * (WS-NOTA-MINIMA - WS-MED-MEDIA)
                       / WS-NOTA-MINIMA
                   MOVE WS-PONTOS TO WS-AL-PTS-MEDIA(WS-I)
               END-IF
           END-IF.
           COMPUTE WS-PONTOS =
               WS-PESO-TENTATIVA * WS-AL-TENTATIVAS(WS-I).
           IF WS-PONTOS > 999
               MOVE 999 TO WS-PONTOS
           END-IF.
           MOVE WS-PONTOS TO WS-AL-PTS-TENT(WS-I).
           IF WS-AL-TRANCOU(WS-I) = "S"
               MOVE WS-PESO-TRANCADA TO WS-AL-PTS-TRANC(WS-I)
           END-IF.
           COMPUTE WS-PONTOS = WS-AL-PTS-FREQ(WS-I)
               + WS-AL-PTS-P1(WS-I) + WS-AL-PTS-MEDIA(WS-I)
               + WS-AL-PTS-TENT(WS-I) + WS-AL-PTS-TRANC(WS-I).
           IF WS-PONTOS > 999
               MOVE 999 TO WS-PONTOS
           END-IF.
           MOVE WS-PONTOS TO WS-AL-ESCORE(WS-I).
           COMPUTE WS-AL-INVERSO(WS-I) = 999,99 - WS-AL-ESCORE(WS-I).

       ORDENAR-ALUNOS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J >= WS-TOTAL-ALUNOS
                   IF WS-AL-ENTRY(WS-J)(1:19)
                       > WS-AL-ENTRY(WS-J + 1)(1:19)
                       MOVE WS-AL-ENTRY(WS-J) TO WS-AL-TROCA
                       MOVE WS-AL-ENTRY(WS-J + 1)
                           TO WS-AL-ENTRY(WS-J)
                       MOVE WS-AL-TROCA
                           TO WS-AL-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIMIR-LISTA.
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
           MOVE HIGH-VALUES TO WS-TURMA-ATUAL.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               IF WS-AL-ESCORE(WS-I) >= WS-CORTE-MEDIO
                   AND WS-AL-ESCORE(WS-I) > 0
                   PERFORM IMPRIMIR-ALUNO
               END-IF
           END-PERFORM.
           IF WS-LISTADOS = 0
               MOVE "NENHUM ALUNO ACIMA DO CORTE DE OBSERVACAO."
                   TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
           END-IF.
           CLOSE PRINT-FILE.

       IMPRIMIR-ALUNO.
           IF WS-AL-TURMA(WS-I) NOT = WS-TURMA-ATUAL
               MOVE WS-AL-TURMA(WS-I) TO WS-TURMA-ATUAL
               MOVE 0 TO WS-POSICAO
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
               MOVE SPACES TO WS-PRINT-LINE
               STRING "TURMA " DELIMITED BY SIZE
                   WS-TURMA-ATUAL DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.
           ADD 1 TO WS-POSICAO.
           ADD 1 TO WS-LISTADOS.
           IF WS-AL-ESCORE(WS-I) >= WS-CORTE-ALTO
               MOVE "ALTO" TO WS-FAIXA
               ADD 1 TO WS-QT-ALTO
           ELSE
               MOVE "MEDIO" TO WS-FAIXA
           END-IF.
           PERFORM OBTER-FATOR-PRINCIPAL.
           MOVE WS-POSICAO TO WS-POSICAO-DISP.
           MOVE WS-AL-ESCORE(WS-I) TO WS-ESCORE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-POSICAO-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AL-ID(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AL-NOME(WS-I) DELIMITED BY SIZE
               " ESCORE " DELIMITED BY SIZE
               WS-ESCORE-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FAIXA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FATOR DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

           MOVE "SEM " TO WS-FREQ-TEXTO.
           IF WS-AL-AULAS(WS-I) > 0
               COMPUTE WS-FREQ-PCT = WS-AL-PRESENCAS(WS-I) * 100
                   / WS-AL-AULAS(WS-I)
               MOVE WS-FREQ-PCT TO WS-FREQ-DISP
               MOVE SPACES TO WS-FREQ-TEXTO
               STRING WS-FREQ-DISP DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO WS-FREQ-TEXTO
               END-STRING
           END-IF.
           MOVE "  -  " TO WS-P1-TEXTO.
           IF WS-AL-P1-QTDE(WS-I) > 0
               COMPUTE WS-P1-MEDIA ROUNDED =
                   WS-AL-P1-SOMA(WS-I) / WS-AL-P1-QTDE(WS-I)
               MOVE WS-P1-MEDIA TO WS-NOTA-DISP-1
               MOVE WS-NOTA-DISP-1 TO WS-P1-TEXTO
           END-IF.
           MOVE "  -  " TO WS-MED-TEXTO.
           IF WS-AL-MED-QTDE(WS-I) > 0
               COMPUTE WS-MED-MEDIA ROUNDED =
                   WS-AL-MED-SOMA(WS-I) / WS-AL-MED-QTDE(WS-I)
               MOVE WS-MED-MEDIA TO WS-NOTA-DISP-2
               MOVE WS-NOTA-DISP-2 TO WS-MED-TEXTO
           END-IF.
           MOVE WS-AL-PTS-FREQ(WS-I) TO WS-PTS-DISP-1.
           MOVE WS-AL-PTS-P1(WS-I) TO WS-PTS-DISP-2.
           MOVE WS-AL-PTS-MEDIA(WS-I) TO WS-PTS-DISP-3.
           MOVE WS-AL-PTS-TENT(WS-I) TO WS-PTS-DISP-4.
           MOVE WS-AL-PTS-TRANC(WS-I) TO WS-PTS-DISP-5.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "    FREQ " DELIMITED BY SIZE
               WS-FREQ-TEXTO DELIMITED BY SIZE
               WS-PTS-DISP-1 DELIMITED BY SIZE
               " P1 " DELIMITED BY SIZE
               WS-P1-TEXTO DELIMITED BY SIZE
               WS-PTS-DISP-2 DELIMITED BY SIZE
               " MEDIAS " DELIMITED BY SIZE
               WS-MED-TEXTO DELIMITED BY SIZE
               WS-PTS-DISP-3 DELIMITED BY SIZE
               " REPROV.ANT " DELIMITED BY SIZE
               WS-AL-TENTATIVAS(WS-I) DELIMITED BY SIZE
               WS-PTS-DISP-4 DELIMITED BY SIZE
               " TRANC " DELIMITED BY SIZE
               WS-AL-TRANCOU(WS-I) DELIMITED BY SIZE
               WS-PTS-DISP-5 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

      * The factor with the most points drove the score; a tie goes
      * to the factor listed first.
       OBTER-FATOR-PRINCIPAL.
           MOVE WS-AL-PTS-FREQ(WS-I) TO WS-MAIOR.
           MOVE "FATOR: FREQUENCIA" TO WS-FATOR.
           IF WS-AL-PTS-P1(WS-I) > WS-MAIOR
               MOVE WS-AL-PTS-P1(WS-I) TO WS-MAIOR
               MOVE "FATOR: NOTA P1" TO WS-FATOR
           END-IF.
           IF WS-AL-PTS-MEDIA(WS-I) > WS-MAIOR
               MOVE WS-AL-PTS-MEDIA(WS-I) TO WS-MAIOR
               MOVE "FATOR: MEDIAS" TO WS-FATOR
           END-IF.
           IF WS-AL-PTS-TENT(WS-I) > WS-MAIOR
               MOVE WS-AL-PTS-TENT(WS-I) TO WS-MAIOR
               MOVE "FATOR: REPROVACAO ANTER." TO WS-FATOR
           END-IF.
           IF WS-AL-PTS-TRANC(WS-I) > WS-MAIOR
               MOVE WS-AL-PTS-TRANC(WS-I) TO WS-MAIOR
               MOVE "FATOR: TRANCAMENTO" TO WS-FATOR
           END-IF.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "RISCO DE EVASAO - LISTA DE OBSERVACAO - TERMO "
               DELIMITED BY SIZE
               WS-TERMO-ATUAL DELIMITED BY SIZE
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
