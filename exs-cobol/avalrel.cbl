      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Course evaluation results for the accreditation
      *          committee, per instructor and turma for the term
      *          asked (ENTER = the open term). For every section on
      *          TURMAS.DAT the responses accepted by
      *          CRITICA-AVALIACOES (AVALIACOES.DAT) are counted
      *          against the students enrolled in it (active
      *          STUDENT-COURSES.DAT rows joined to ST-TURMA, as
      *          OCUPACAO-TURMAS counts them) and the average of each
      *          question is set beside the course-wide average of
      *          the same question. A section with fewer than five
      *          responses is never printed beyond its count, and it
      *          stays out of the course-wide and instructor
      *          averages too, so nothing about it can be worked
      *          back from them. Printed to AVALIACAO-RESULTADOS.DAT
      *          with the PRTHDR.cpy pagination. Sections past the
      *          50-entry table and students past the 500-entry table
      *          are counted and reported, on the console and at the
      *          foot of the report, instead of being dropped quietly.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALIACAO-RESULTADOS.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVALIACAO-FILE ASSIGN TO "AVALIACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVALIACAO-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "STUDENT-COURSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT PRINT-FILE ASSIGN TO "AVALIACAO-RESULTADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AVALIACAO-FILE.
           COPY AVALIAC.

       FD  TURMA-FILE.
           COPY TURMA.

       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  ENROLL-FILE.
           COPY ENROLL.

       FD  TERM-FILE.
           COPY TERM.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-AVALIACAO-STATUS PIC X(2) VALUE SPACES.
       77 WS-TURMA-STATUS    PIC X(2) VALUE SPACES.
       77 WS-STUDENT-STATUS  PIC X(2) VALUE SPACES.
       77 WS-ENROLL-STATUS   PIC X(2) VALUE SPACES.
       77 WS-TERM-STATUS     PIC X(2) VALUE SPACES.

      * Fewer responses than this and the section is not shown.
       77 WS-MINIMO-RESPOSTAS PIC 9(01) VALUE 5.

      * The first 20 bytes (instructor, turma, course) are the
      * print order.
       01 WS-TABELA-SECOES.
           05 WS-SEC-ENTRY OCCURS 50 TIMES.
               10 WS-SEC-INSTRUTOR  PIC X(06).
               10 WS-SEC-TURMA      PIC X(04).
               10 WS-SEC-CURSO      PIC X(10).
               10 WS-SEC-NOME-INSTR PIC X(30).
               10 WS-SEC-MATRICULAS PIC 9(04).
               10 WS-SEC-RESPOSTAS  PIC 9(04).
               10 WS-SEC-SOMA       PIC 9(05) OCCURS 8 TIMES.
       01 WS-TOTAL-SECOES    PIC 9(02) VALUE 0.
       01 WS-SEC-TROCA       PIC X(98).

      * Course-wide sums, from the sections shown only.
       01 WS-TABELA-CURSOS.
           05 WS-CUR-ENTRY OCCURS 50 TIMES.
               10 WS-CUR-ID         PIC X(10).
               10 WS-CUR-RESPOSTAS  PIC 9(05).
               10 WS-CUR-SOMA       PIC 9(06) OCCURS 8 TIMES.
       01 WS-TOTAL-CURSOS    PIC 9(02) VALUE 0.

       01 WS-TABELA-ALUNOS.
           05 WS-ALT-ENTRY OCCURS 500 TIMES.
               10 WS-ALT-ID         PIC X(10).
               10 WS-ALT-TURMA      PIC X(04).
       01 WS-TOTAL-ALUNOS    PIC 9(03) VALUE 0.

      * Instructor running totals, from the sections shown only.
       01 WS-INS-RESPOSTAS   PIC 9(05) VALUE 0.
       01 WS-INS-SOMA-TAB.
           05 WS-INS-SOMA    PIC 9(06) OCCURS 8 TIMES.
       01 WS-INS-SECOES      PIC 9(02) VALUE 0.
       01 WS-INS-OCULTAS     PIC 9(02) VALUE 0.

       01 WS-I               PIC 9(03).
       01 WS-J               PIC 9(03).
       01 WS-Q               PIC 9(02).
       01 WS-C               PIC 9(02).
       01 WS-COL             PIC 9(03).
       01 WS-ACHADO          PIC 9(03) VALUE 0.
       01 WS-TERMO-PEDIDO    PIC X(06) VALUE SPACES.
       01 WS-TERMO-ABERTO    PIC X(06) VALUE SPACES.
       01 WS-QUEBRA-INSTR    PIC X(06) VALUE SPACES.
       01 WS-SEM-SECAO       PIC 9(04) VALUE 0.
       01 WS-SECOES-FORA     PIC 9(04) VALUE 0.
       01 WS-ALUNOS-FORA     PIC 9(04) VALUE 0.
       01 WS-LIDAS           PIC 9(05) VALUE 0.
       01 WS-TAXA            PIC 9(03) VALUE 0.
       01 WS-MEDIA           PIC 9(01)V9(02) VALUE 0.
       01 WS-MEDIA-CURSO     PIC 9(01)V9(02) VALUE 0.
       01 WS-DIFERENCA       PIC S9(01)V9(02) VALUE 0.
       01 WS-SECOES-IMPRESSAS PIC 9(03) VALUE 0.
       01 WS-SECOES-OCULTAS  PIC 9(03) VALUE 0.

       01 WS-QTDE-DISP       PIC ZZZ9.
       01 WS-QTDE-DISP-2     PIC ZZZ9.
       01 WS-TAXA-DISP       PIC ZZ9.
       01 WS-MEDIA-DISP      PIC 9,99.
       01 WS-DIFER-DISP      PIC +9,99.
       01 WS-Q-DISP          PIC 9.

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-TERMO-ABERTO.
           DISPLAY "TERMO DA AVALIACAO (ENTER = " WS-TERMO-ABERTO
               "): ".
           ACCEPT WS-TERMO-PEDIDO.
           IF WS-TERMO-PEDIDO = SPACES
               MOVE WS-TERMO-ABERTO TO WS-TERMO-PEDIDO
           END-IF.

           PERFORM CARREGAR-SECOES.
           IF WS-TOTAL-SECOES = 0
               DISPLAY "NENHUMA TURMA DO TERMO " WS-TERMO-PEDIDO
                   " EM TURMAS.DAT - NADA A RELATAR."
               STOP RUN
           END-IF.
           PERFORM CARREGAR-ALUNOS.
           IF WS-SECOES-FORA > 0
               DISPLAY "AVISO: " WS-SECOES-FORA " TURMA(S) DO TERMO "
                   "ALEM DA TABELA (MAX 50) FORAM IGNORADAS."
           END-IF.
           IF WS-ALUNOS-FORA > 0
               DISPLAY "AVISO: " WS-ALUNOS-FORA " ALUNO(S) ALEM DA "
                   "TABELA (MAX 500) FORA DA CONTAGEM DE MATRICULAS."
           END-IF.
           PERFORM CONTAR-MATRICULAS.
           PERFORM CARREGAR-RESPOSTAS.
           PERFORM SOMAR-CURSOS.
           PERFORM ORDENAR-SECOES.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE HIGH-VALUES TO WS-QUEBRA-INSTR.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-SECOES
               IF WS-SEC-INSTRUTOR(WS-I) NOT = WS-QUEBRA-INSTR
                   IF WS-I > 1
                       PERFORM FECHAR-INSTRUTOR
                   END-IF
                   PERFORM ABRIR-INSTRUTOR
               END-IF
               PERFORM IMPRIMIR-SECAO
           END-PERFORM.
           PERFORM FECHAR-INSTRUTOR.
           PERFORM IMPRIMIR-TOTAIS.
           CLOSE PRINT-FILE.
           DISPLAY "RESULTADOS GRAVADOS EM AVALIACAO-RESULTADOS.DAT ("
               WS-SECOES-IMPRESSAS " TURMA(S) IMPRESSA(S), "
               WS-SECOES-OCULTAS " OMITIDA(S) POR ANONIMATO).".
           STOP RUN.

       LER-TERMO-ABERTO.
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

      * A section with no TU-TERMO belongs to whatever term is asked.
       CARREGAR-SECOES.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS = "00"
               PERFORM UNTIL WS-TURMA-STATUS = "10"
                   READ TURMA-FILE
                       AT END
                           MOVE "10" TO WS-TURMA-STATUS
                       NOT AT END
                           IF TU-TERMO = WS-TERMO-PEDIDO
                               OR TU-TERMO = SPACES
                               PERFORM GUARDAR-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           END-IF.

       GUARDAR-SECAO.
           IF WS-TOTAL-SECOES < 50
               ADD 1 TO WS-TOTAL-SECOES
               INITIALIZE WS-SEC-ENTRY(WS-TOTAL-SECOES)
               MOVE TU-INSTRUTOR-ID TO
                   WS-SEC-INSTRUTOR(WS-TOTAL-SECOES)
               MOVE TU-TURMA TO WS-SEC-TURMA(WS-TOTAL-SECOES)
               MOVE TU-COURSE-ID TO WS-SEC-CURSO(WS-TOTAL-SECOES)
               MOVE TU-INSTRUTOR TO
                   WS-SEC-NOME-INSTR(WS-TOTAL-SECOES)
           ELSE
               ADD 1 TO WS-SECOES-FORA
           END-IF.

       CARREGAR-ALUNOS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           IF NOT ST-FORMADO
                               PERFORM GUARDAR-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       GUARDAR-ALUNO.
           IF WS-TOTAL-ALUNOS < 500
               ADD 1 TO WS-TOTAL-ALUNOS
               MOVE ST-STUDENT-ID TO WS-ALT-ID(WS-TOTAL-ALUNOS)
               MOVE ST-TURMA TO WS-ALT-TURMA(WS-TOTAL-ALUNOS)
           ELSE
               ADD 1 TO WS-ALUNOS-FORA
           END-IF.

       CONTAR-MATRICULAS.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL WS-ENROLL-STATUS = "10"
                   READ ENROLL-FILE
                       AT END
                           MOVE "10" TO WS-ENROLL-STATUS
                       NOT AT END
                           IF NOT EN-TRANCADA
                               PERFORM CONTAR-UMA-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.

       CONTAR-UMA-MATRICULA.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ALUNOS
               IF WS-ALT-ID(WS-J) = EN-STUDENT-ID
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-TOTAL-SECOES
                       IF WS-SEC-TURMA(WS-I) = WS-ALT-TURMA(WS-J)
                           AND WS-SEC-CURSO(WS-I) = EN-COURSE-ID
                           ADD 1 TO WS-SEC-MATRICULAS(WS-I)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       CARREGAR-RESPOSTAS.
           OPEN INPUT AVALIACAO-FILE.
           IF WS-AVALIACAO-STATUS NOT = "00"
               DISPLAY "AVALIACOES.DAT NAO ENCONTRADO - EXECUTE "
                   "CRITICA-AVALIACOES ANTES DO RELATORIO."
           ELSE
               PERFORM UNTIL WS-AVALIACAO-STATUS = "10"
                   READ AVALIACAO-FILE
                       AT END
                           MOVE "10" TO WS-AVALIACAO-STATUS
                       NOT AT END
                           IF AV-TERMO = WS-TERMO-PEDIDO
                               ADD 1 TO WS-LIDAS
                               PERFORM SOMAR-RESPOSTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVALIACAO-FILE
           END-IF.

       SOMAR-RESPOSTA.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-SECOES
               IF WS-SEC-TURMA(WS-I) = AV-TURMA
                   AND WS-SEC-CURSO(WS-I) = AV-COURSE-ID
                   MOVE WS-I TO WS-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACHADO = 0
               ADD 1 TO WS-SEM-SECAO
           ELSE
               ADD 1 TO WS-SEC-RESPOSTAS(WS-ACHADO)
               PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 8
                   ADD AV-RESPOSTA(WS-Q)
                       TO WS-SEC-SOMA(WS-ACHADO, WS-Q)
               END-PERFORM
           END-IF.

       SOMAR-CURSOS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-SECOES
               IF WS-SEC-RESPOSTAS(WS-I) >= WS-MINIMO-RESPOSTAS
                   MOVE 0 TO WS-C
                   PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-TOTAL-CURSOS
                       IF WS-CUR-ID(WS-J) = WS-SEC-CURSO(WS-I)
                           MOVE WS-J TO WS-C
                       END-IF
                   END-PERFORM
                   IF WS-C = 0
                       ADD 1 TO WS-TOTAL-CURSOS
                       MOVE WS-TOTAL-CURSOS TO WS-C
                       INITIALIZE WS-CUR-ENTRY(WS-C)
                       MOVE WS-SEC-CURSO(WS-I) TO WS-CUR-ID(WS-C)
                   END-IF
                   ADD WS-SEC-RESPOSTAS(WS-I) TO WS-CUR-RESPOSTAS(WS-C)
                   PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 8
                       ADD WS-SEC-SOMA(WS-I, WS-Q)
                           TO WS-CUR-SOMA(WS-C, WS-Q)
                   END-PERFORM
               END-IF
           END-PERFORM.

       ORDENAR-SECOES.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-SECOES
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J >= WS-TOTAL-SECOES
                   IF WS-SEC-ENTRY(WS-J)(1:20)
                       > WS-SEC-ENTRY(WS-J + 1)(1:20)
                       MOVE WS-SEC-ENTRY(WS-J) TO WS-SEC-TROCA
                       MOVE WS-SEC-ENTRY(WS-J + 1)
                           TO WS-SEC-ENTRY(WS-J)
                       MOVE WS-SEC-TROCA
                           TO WS-SEC-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ABRIR-INSTRUTOR.
           MOVE WS-SEC-INSTRUTOR(WS-I) TO WS-QUEBRA-INSTR.
           MOVE 0 TO WS-INS-RESPOSTAS WS-INS-SECOES WS-INS-OCULTAS.
           INITIALIZE WS-INS-SOMA-TAB.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INSTRUTOR " DELIMITED BY SIZE
               WS-SEC-INSTRUTOR(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SEC-NOME-INSTR(WS-I) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-SECAO.
           MOVE 0 TO WS-TAXA.
           IF WS-SEC-MATRICULAS(WS-I) > 0
               COMPUTE WS-TAXA ROUNDED = WS-SEC-RESPOSTAS(WS-I) * 100
                   / WS-SEC-MATRICULAS(WS-I)
           END-IF.
           MOVE WS-SEC-RESPOSTAS(WS-I) TO WS-QTDE-DISP.
           MOVE WS-SEC-MATRICULAS(WS-I) TO WS-QTDE-DISP-2.
           MOVE WS-TAXA TO WS-TAXA-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TURMA " DELIMITED BY SIZE
               WS-SEC-TURMA(WS-I) DELIMITED BY SIZE
               " CURSO " DELIMITED BY SIZE
               WS-SEC-CURSO(WS-I) DELIMITED BY SIZE
               " RESPOSTAS " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               WS-QTDE-DISP-2 DELIMITED BY SIZE
               " MATRICULADOS (" DELIMITED BY SIZE
               WS-TAXA-DISP DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

           IF WS-SEC-RESPOSTAS(WS-I) < WS-MINIMO-RESPOSTAS
               ADD 1 TO WS-SECOES-OCULTAS
               ADD 1 TO WS-INS-OCULTAS
               MOVE SPACES TO WS-PRINT-LINE
               STRING "    RESULTADO NAO IMPRESSO - MINIMO DE "
                   DELIMITED BY SIZE
                   WS-MINIMO-RESPOSTAS DELIMITED BY SIZE
                   " RESPOSTAS (ANONIMATO)." DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           ELSE
               ADD 1 TO WS-SECOES-IMPRESSAS
               ADD 1 TO WS-INS-SECOES
               ADD WS-SEC-RESPOSTAS(WS-I) TO WS-INS-RESPOSTAS
               PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 8
                   ADD WS-SEC-SOMA(WS-I, WS-Q) TO WS-INS-SOMA(WS-Q)
               END-PERFORM
               PERFORM LOCALIZAR-CURSO
               PERFORM IMPRIMIR-QUESTOES
               PERFORM IMPRIMIR-MEDIAS-TURMA
               PERFORM IMPRIMIR-MEDIAS-CURSO
               PERFORM IMPRIMIR-DIFERENCAS
           END-IF.

       LOCALIZAR-CURSO.
           MOVE 0 TO WS-C.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-CURSOS
               IF WS-CUR-ID(WS-J) = WS-SEC-CURSO(WS-I)
                   MOVE WS-J TO WS-C
               END-IF
           END-PERFORM.

      * Question columns start at 16, six wide.
       IMPRIMIR-QUESTOES.
           MOVE "    QUESTAO" TO WS-PRINT-LINE.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 8
               COMPUTE WS-COL = 10 + WS-Q * 6 + 3
               MOVE WS-Q TO WS-Q-DISP
               MOVE WS-Q-DISP TO WS-PRINT-LINE(WS-COL:1)
           END-PERFORM.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-MEDIAS-TURMA.
           MOVE "    TURMA" TO WS-PRINT-LINE.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 8
               COMPUTE WS-MEDIA ROUNDED = WS-SEC-SOMA(WS-I, WS-Q)
                   / WS-SEC-RESPOSTAS(WS-I)
               MOVE WS-MEDIA TO WS-MEDIA-DISP
               COMPUTE WS-COL = 10 + WS-Q * 6
               MOVE WS-MEDIA-DISP TO WS-PRINT-LINE(WS-COL:4)
           END-PERFORM.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-MEDIAS-CURSO.
           MOVE "    CURSO" TO WS-PRINT-LINE.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 8
               COMPUTE WS-MEDIA-CURSO ROUNDED = WS-CUR-SOMA(WS-C, WS-Q)
                   / WS-CUR-RESPOSTAS(WS-C)
               MOVE WS-MEDIA-CURSO TO WS-MEDIA-DISP
               COMPUTE WS-COL = 10 + WS-Q * 6
               MOVE WS-MEDIA-DISP TO WS-PRINT-LINE(WS-COL:4)
           END-PERFORM.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-DIFERENCAS.
           MOVE "    DIFERENCA" TO WS-PRINT-LINE.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 8
               COMPUTE WS-MEDIA ROUNDED = WS-SEC-SOMA(WS-I, WS-Q)
                   / WS-SEC-RESPOSTAS(WS-I)
               COMPUTE WS-MEDIA-CURSO ROUNDED = WS-CUR-SOMA(WS-C, WS-Q)
                   / WS-CUR-RESPOSTAS(WS-C)
               COMPUTE WS-DIFERENCA = WS-MEDIA - WS-MEDIA-CURSO
               MOVE WS-DIFERENCA TO WS-DIFER-DISP
               COMPUTE WS-COL = 10 + WS-Q * 6 - 1
               MOVE WS-DIFER-DISP TO WS-PRINT-LINE(WS-COL:5)
           END-PERFORM.
           PERFORM IMPRIMIR-LINHA.

       FECHAR-INSTRUTOR.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-INS-SECOES = 0
               MOVE "  MEDIA DO INSTRUTOR: NENHUMA TURMA COM RESPOSTAS "
                   TO WS-PRINT-LINE
               MOVE "SUFICIENTES." TO WS-PRINT-LINE(51:)
               PERFORM IMPRIMIR-LINHA
           ELSE
               MOVE WS-INS-RESPOSTAS TO WS-QTDE-DISP
               STRING "  MEDIA DO INSTRUTOR (" DELIMITED BY SIZE
                   WS-QTDE-DISP DELIMITED BY SIZE
                   " RESPOSTAS NAS TURMAS IMPRESSAS)"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
               MOVE "    INSTRUTOR" TO WS-PRINT-LINE
               PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 8
                   COMPUTE WS-MEDIA ROUNDED = WS-INS-SOMA(WS-Q)
                       / WS-INS-RESPOSTAS
                   MOVE WS-MEDIA TO WS-MEDIA-DISP
                   COMPUTE WS-COL = 10 + WS-Q * 6
                   MOVE WS-MEDIA-DISP TO WS-PRINT-LINE(WS-COL:4)
               END-PERFORM
               PERFORM IMPRIMIR-LINHA
           END-IF.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-LIDAS TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RESPOSTAS DO TERMO: " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           IF WS-SEM-SECAO > 0
               MOVE WS-SEM-SECAO TO WS-QTDE-DISP
               MOVE SPACES TO WS-PRINT-LINE
               STRING "RESPOSTAS DE TURMA FORA DE TURMAS.DAT: "
                   DELIMITED BY SIZE
                   WS-QTDE-DISP DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.
           IF WS-SECOES-FORA > 0
               MOVE WS-SECOES-FORA TO WS-QTDE-DISP
               MOVE SPACES TO WS-PRINT-LINE
               STRING "AVISO: TURMAS ALEM DA TABELA (MAX 50), NAO "
                   DELIMITED BY SIZE
                   "RELATADAS: " DELIMITED BY SIZE
                   WS-QTDE-DISP DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.
           IF WS-ALUNOS-FORA > 0
               MOVE WS-ALUNOS-FORA TO WS-QTDE-DISP
               MOVE SPACES TO WS-PRINT-LINE
               STRING "AVISO: ALUNOS ALEM DA TABELA (MAX 500), FORA "
                   DELIMITED BY SIZE
                   "DAS MATRICULAS E TAXAS: " DELIMITED BY SIZE
                   WS-QTDE-DISP DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.
           MOVE "QUESTOES: 1 PLANO DE ENSINO  2 DOMINIO DO CONTEUDO"
               TO WS-PRINT-LINE.
           MOVE "  3 CLAREZA  4 PONTUALIDADE" TO WS-PRINT-LINE(51:).
           PERFORM IMPRIMIR-LINHA.
           MOVE "          5 MATERIAL  6 AVALIACOES  7 DISPONIBILIDADE"
               TO WS-PRINT-LINE.
           MOVE "  8 GERAL   (ESCALA 1 A 5)" TO WS-PRINT-LINE(54:).
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "AVALIACAO DAS DISCIPLINAS - TERMO "
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
