      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Published course catalog. For every course on the
      *          DISCIPLINAS.DAT master (DISCIP.cpy) prints its
      *          credit hours, its prerequisites from
      *          PREREQUISITES.DAT (PREREQ.cpy), the curricula in
      *          CURRICULO.DAT (CURRIC.cpy) that require it and the
      *          sections and instructors currently on TURMAS.DAT
      *          (TURMA.cpy), joined by the first ten characters of
      *          DISC-NOME as AUDITORIA-GRADE does. The booklet opens
      *          with a contents page giving each course's page; the
      *          pages are laid out once without writing to learn
      *          where each course falls, then printed. Fixed text
      *          comes from REPORT-LITERALS.DAT (RPTLIT.cpy) when
      *          RELATORIO_IDIOMA=EN. Replaces the word-processor
      *          copy assembled by hand for prospective students and
      *          the accreditation folder. Paginated PRTHDR.cpy
      *          report in CATALOGO-CURSOS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOGO-CURSOS.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCIP-FILE ASSIGN TO "DISCIPLINAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCIP-STATUS.
           SELECT PREREQ-FILE ASSIGN TO "PREREQUISITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREREQ-STATUS.
           SELECT CURRIC-FILE ASSIGN TO "CURRICULO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRIC-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CATALOGO-CURSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT RPTLIT-FILE ASSIGN TO "REPORT-LITERALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTLIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISCIP-FILE.
           COPY DISCIP.

       FD  PREREQ-FILE.
           COPY PREREQ.

       FD  CURRIC-FILE.
           COPY CURRIC.

       FD  TURMA-FILE.
           COPY TURMA.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       FD  RPTLIT-FILE.
           COPY RPTLIT.

       WORKING-STORAGE SECTION.
       01 WS-DISCIP-STATUS   PIC X(2) VALUE SPACES.
       01 WS-PREREQ-STATUS   PIC X(2) VALUE SPACES.
       01 WS-CURRIC-STATUS   PIC X(2) VALUE SPACES.
       01 WS-TURMA-STATUS    PIC X(2) VALUE SPACES.

       01 WS-CATALOGO.
           05 WS-CAT-ENTRY OCCURS 30 TIMES.
               10 WS-CAT-NOME     PIC X(40).
               10 WS-CAT-CARGA    PIC 9(02).
               10 WS-CAT-PAGINA   PIC 9(03).
       01 WS-TOTAL-CATALOGO  PIC 9(3) VALUE 0.

       01 WS-PREREQS.
           05 WS-PRE-ENTRY OCCURS 200 TIMES.
               10 WS-PRE-CURSO    PIC X(10).
               10 WS-PRE-REQUISITO PIC X(10).
       01 WS-TOTAL-PREREQS   PIC 9(3) VALUE 0.

       01 WS-CURRICULOS.
           05 WS-CUR-ENTRY OCCURS 200 TIMES.
               10 WS-CUR-NOME     PIC X(10).
               10 WS-CUR-CURSO    PIC X(10).
       01 WS-TOTAL-CURRICULOS PIC 9(3) VALUE 0.

       01 WS-TURMAS.
           05 WS-TUR-ENTRY OCCURS 50 TIMES.
               10 WS-TUR-TURMA    PIC X(04).
               10 WS-TUR-CURSO    PIC X(10).
               10 WS-TUR-INSTRUTOR PIC X(30).
               10 WS-TUR-SALA     PIC X(06).
               10 WS-TUR-CAPACIDADE PIC 9(03).
               10 WS-TUR-TERMO    PIC X(06).
       01 WS-TOTAL-TURMAS    PIC 9(3) VALUE 0.

       01 WS-I               PIC 9(3).
       01 WS-J               PIC 9(3).
       01 WS-K               PIC 9(3).
       01 WS-ACHADOS         PIC 9(3) VALUE 0.
       01 WS-CURSO-ID        PIC X(10) VALUE SPACES.
       01 WS-BLOCO-LINHAS    PIC 9(3) VALUE 0.
       01 WS-CONTAGEM        PIC 9(3) VALUE 0.
       01 WS-ROTULO-ATUAL    PIC X(26) VALUE SPACES.
       01 WS-VALOR-ATUAL     PIC X(70) VALUE SPACES.
       01 WS-NOME-PREREQ     PIC X(40) VALUE SPACES.
       01 WS-TAMANHO-NOME    PIC 9(3) VALUE 0.
       01 WS-PAGINA-DISP     PIC ZZ9.
       01 WS-CARGA-DISP      PIC Z9.
       01 WS-CAPACIDADE-DISP PIC ZZ9.
       01 WS-SIMULAR         PIC X VALUE "N".
           88 SIMULANDO      VALUE "S".

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       01 WS-RPTLIT-STATUS   PIC X(2) VALUE SPACES.
       01 WS-IDIOMA          PIC X(2) VALUE "PT".
       01 WS-ROTULOS-RELATORIO.
           05 WS-ROT-TITULO  PIC X(45)
               VALUE "CATALOGO DE DISCIPLINAS".
           05 WS-ROT-DATA    PIC X(12) VALUE "DATA".
           05 WS-ROT-PAGINA  PIC X(12) VALUE "PAGINA".
           05 WS-ROT-SUMARIO PIC X(45) VALUE "SUMARIO".
           05 WS-ROT-CARGA   PIC X(26) VALUE "CARGA HORARIA:".
           05 WS-ROT-HORAS   PIC X(12) VALUE "HORAS".
           05 WS-ROT-PREREQ  PIC X(26) VALUE "PRE-REQUISITOS:".
           05 WS-ROT-CURRIC  PIC X(26)
               VALUE "EXIGIDA NOS CURRICULOS:".
           05 WS-ROT-TURMAS  PIC X(26)
               VALUE "TURMAS E PROFESSORES:".
           05 WS-ROT-NENHUM  PIC X(12) VALUE "NENHUM".
           05 WS-ROT-SALA    PIC X(12) VALUE "SALA".
           05 WS-ROT-VAGAS   PIC X(12) VALUE "VAGAS".
           05 WS-ROT-TERMO   PIC X(12) VALUE "TERMO".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM SELECIONAR-IDIOMA.
           PERFORM CARREGAR-CATALOGO.
           IF WS-TOTAL-CATALOGO = 0
               DISPLAY "DISCIPLINAS.DAT VAZIO OU AUSENTE - CATALOGO "
                   "NAO EMITIDO."
           ELSE
               PERFORM CARREGAR-PREREQUISITOS
               PERFORM CARREGAR-CURRICULOS
               PERFORM CARREGAR-TURMAS
               MOVE "S" TO WS-SIMULAR
               PERFORM MONTAR-CATALOGO
               MOVE "N" TO WS-SIMULAR
               OPEN OUTPUT PRINT-FILE
               PERFORM MONTAR-CATALOGO
               CLOSE PRINT-FILE
               DISPLAY "CATALOGO EM CATALOGO-CURSOS.DAT ("
                   WS-TOTAL-CATALOGO " DISCIPLINAS, "
                   WS-PRINT-PAGINA " PAGINAS)."
           END-IF.
           STOP RUN.

       CARREGAR-CATALOGO.
           MOVE 0 TO WS-TOTAL-CATALOGO.
           OPEN INPUT DISCIP-FILE.
           IF WS-DISCIP-STATUS = "00"
               PERFORM UNTIL WS-DISCIP-STATUS = "10"
                   OR WS-TOTAL-CATALOGO = 30
                   READ DISCIP-FILE
                       AT END
                           MOVE "10" TO WS-DISCIP-STATUS
                       NOT AT END
                           IF DISC-NOME NOT = SPACES
                               ADD 1 TO WS-TOTAL-CATALOGO
                               MOVE DISC-NOME
                                   TO WS-CAT-NOME(WS-TOTAL-CATALOGO)
                               MOVE DISC-CARGA-HORARIA
                                   TO WS-CAT-CARGA(WS-TOTAL-CATALOGO)
                               MOVE 0
                                   TO WS-CAT-PAGINA(WS-TOTAL-CATALOGO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCIP-FILE
           END-IF.

       CARREGAR-PREREQUISITOS.
           MOVE 0 TO WS-TOTAL-PREREQS.
           OPEN INPUT PREREQ-FILE.
           IF WS-PREREQ-STATUS = "00"
               PERFORM UNTIL WS-PREREQ-STATUS = "10"
                   OR WS-TOTAL-PREREQS = 200
                   READ PREREQ-FILE
                       AT END
                           MOVE "10" TO WS-PREREQ-STATUS
                       NOT AT END
                           IF PR-COURSE-ID NOT = SPACES
                               ADD 1 TO WS-TOTAL-PREREQS
                               MOVE PR-COURSE-ID
                                   TO WS-PRE-CURSO(WS-TOTAL-PREREQS)
                               MOVE PR-PREREQ-ID
                                   TO WS-PRE-REQUISITO(WS-TOTAL-PREREQS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREREQ-FILE
           END-IF.

      * The TOTAL line of each curriculum carries the program's
      * credit-hour demand, not a course, and is left out.
       CARREGAR-CURRICULOS.
           MOVE 0 TO WS-TOTAL-CURRICULOS.
           OPEN INPUT CURRIC-FILE.
           IF WS-CURRIC-STATUS = "00"
               PERFORM UNTIL WS-CURRIC-STATUS = "10"
                   OR WS-TOTAL-CURRICULOS = 200
                   READ CURRIC-FILE
                       AT END
                           MOVE "10" TO WS-CURRIC-STATUS
                       NOT AT END
                           IF CU-COURSE-ID NOT = SPACES
                               AND CU-COURSE-ID NOT = "TOTAL"
                               ADD 1 TO WS-TOTAL-CURRICULOS
                               MOVE CU-CURRICULO
                                   TO WS-CUR-NOME(WS-TOTAL-CURRICULOS)
                               MOVE CU-COURSE-ID
                                   TO WS-CUR-CURSO(WS-TOTAL-CURRICULOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRIC-FILE
           END-IF.

       CARREGAR-TURMAS.
           MOVE 0 TO WS-TOTAL-TURMAS.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS = "00"
               PERFORM UNTIL WS-TURMA-STATUS = "10"
                   OR WS-TOTAL-TURMAS = 50
                   READ TURMA-FILE
                       AT END
                           MOVE "10" TO WS-TURMA-STATUS
                       NOT AT END
                           IF TU-TURMA NOT = SPACES
                               ADD 1 TO WS-TOTAL-TURMAS
                               MOVE TU-TURMA
                                   TO WS-TUR-TURMA(WS-TOTAL-TURMAS)
                               MOVE TU-COURSE-ID
                                   TO WS-TUR-CURSO(WS-TOTAL-TURMAS)
                               MOVE TU-INSTRUTOR
                                   TO WS-TUR-INSTRUTOR(WS-TOTAL-TURMAS)
                               MOVE TU-SALA
                                   TO WS-TUR-SALA(WS-TOTAL-TURMAS)
                               MOVE TU-CAPACIDADE
                                   TO WS-TUR-CAPACIDADE(WS-TOTAL-TURMAS)
                               MOVE TU-TERMO
                                   TO WS-TUR-TERMO(WS-TOTAL-TURMAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           END-IF.

      * Lays out the whole booklet: the contents first, then one
      * block per course starting on a fresh page. Run once with
      * SIMULANDO set, nothing is written and each course's page is
      * noted in WS-CAT-PAGINA; the contents take the same number
      * of lines either way, so the second, real run lands every
      * course on the page the contents already announce.
       MONTAR-CATALOGO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE WS-ROT-SUMARIO TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-CATALOGO
               PERFORM IMPRIMIR-ENTRADA-SUMARIO
           END-PERFORM.

           ADD 1 TO WS-PRINT-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-CATALOGO
               PERFORM IMPRIMIR-DISCIPLINA
           END-PERFORM.

      * Contents line: course name, a dot leader and its page.
       IMPRIMIR-ENTRADA-SUMARIO.
           PERFORM VARYING WS-TAMANHO-NOME FROM 40 BY -1
               UNTIL WS-TAMANHO-NOME = 0
               OR WS-CAT-NOME(WS-I)(WS-TAMANHO-NOME:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE ALL "." TO WS-PRINT-LINE(3:66).
           IF WS-TAMANHO-NOME > 0
               MOVE WS-CAT-NOME(WS-I)(1:WS-TAMANHO-NOME)
                   TO WS-PRINT-LINE(3:WS-TAMANHO-NOME)
           END-IF.
           COMPUTE WS-K = WS-TAMANHO-NOME + 3.
           MOVE SPACE TO WS-PRINT-LINE(WS-K:1).
           MOVE WS-CAT-PAGINA(WS-I) TO WS-PAGINA-DISP.
           MOVE SPACE TO WS-PRINT-LINE(69:1).
           MOVE WS-PAGINA-DISP TO WS-PRINT-LINE(70:3).
           PERFORM IMPRIMIR-LINHA.

      * One course block: name, credit hours, prerequisites, the
      * curricula that require it and its sections, one value per
      * line under each label (NENHUM when there is none). A block
      * that would not fit on what is left of the page starts the
      * next one, unless it would not fit on a page of its own.
       IMPRIMIR-DISCIPLINA.
           MOVE WS-CAT-NOME(WS-I)(1:10) TO WS-CURSO-ID.
           PERFORM CONTAR-LINHAS-DISCIPLINA.
           IF WS-PRINT-LINHA + WS-BLOCO-LINHAS > WS-PRINT-MAX-LINHAS
               AND WS-PRINT-LINHA > 2
               AND WS-BLOCO-LINHAS + 2 <= WS-PRINT-MAX-LINHAS
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           IF SIMULANDO
               MOVE WS-PRINT-PAGINA TO WS-CAT-PAGINA(WS-I)
           END-IF.

           MOVE WS-CAT-NOME(WS-I) TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.

           MOVE WS-CAT-CARGA(WS-I) TO WS-CARGA-DISP.
           MOVE WS-ROT-CARGA TO WS-ROTULO-ATUAL.
           MOVE SPACES TO WS-VALOR-ATUAL.
           STRING WS-CARGA-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ROT-HORAS DELIMITED BY "  "
               INTO WS-VALOR-ATUAL
           END-STRING.
           PERFORM IMPRIMIR-ITEM.

           MOVE WS-ROT-PREREQ TO WS-ROTULO-ATUAL.
           MOVE 0 TO WS-ACHADOS.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-PREREQS
               IF WS-PRE-CURSO(WS-J) = WS-CURSO-ID
                   ADD 1 TO WS-ACHADOS
                   PERFORM NOMEAR-PREREQUISITO
                   MOVE WS-NOME-PREREQ TO WS-VALOR-ATUAL
                   PERFORM IMPRIMIR-ITEM
               END-IF
           END-PERFORM.
           PERFORM IMPRIMIR-NENHUM.

           MOVE WS-ROT-CURRIC TO WS-ROTULO-ATUAL.
           MOVE 0 TO WS-ACHADOS.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-CURRICULOS
               IF WS-CUR-CURSO(WS-J) = WS-CURSO-ID
                   ADD 1 TO WS-ACHADOS
                   MOVE WS-CUR-NOME(WS-J) TO WS-VALOR-ATUAL
                   PERFORM IMPRIMIR-ITEM
               END-IF
           END-PERFORM.
           PERFORM IMPRIMIR-NENHUM.

           MOVE WS-ROT-TURMAS TO WS-ROTULO-ATUAL.
           MOVE 0 TO WS-ACHADOS.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-TURMAS
               IF WS-TUR-CURSO(WS-J) = WS-CURSO-ID
                   ADD 1 TO WS-ACHADOS
                   MOVE WS-TUR-CAPACIDADE(WS-J) TO WS-CAPACIDADE-DISP
                   MOVE SPACES TO WS-VALOR-ATUAL
                   STRING WS-TUR-TURMA(WS-J) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-TUR-INSTRUTOR(WS-J) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ROT-SALA DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       WS-TUR-SALA(WS-J) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ROT-VAGAS DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       WS-CAPACIDADE-DISP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ROT-TERMO DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       WS-TUR-TERMO(WS-J) DELIMITED BY SIZE
                       INTO WS-VALOR-ATUAL
                   END-STRING
                   PERFORM IMPRIMIR-ITEM
               END-IF
           END-PERFORM.
           PERFORM IMPRIMIR-NENHUM.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.

      * Lines the block will take: name, hours, at least one line
      * per list and the blank separator.
       CONTAR-LINHAS-DISCIPLINA.
           MOVE 3 TO WS-BLOCO-LINHAS.
           MOVE 0 TO WS-CONTAGEM.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-PREREQS
               IF WS-PRE-CURSO(WS-J) = WS-CURSO-ID
                   ADD 1 TO WS-CONTAGEM
               END-IF
           END-PERFORM.
           PERFORM SOMAR-LISTA-BLOCO.
           MOVE 0 TO WS-CONTAGEM.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-CURRICULOS
               IF WS-CUR-CURSO(WS-J) = WS-CURSO-ID
                   ADD 1 TO WS-CONTAGEM
               END-IF
           END-PERFORM.
           PERFORM SOMAR-LISTA-BLOCO.
           MOVE 0 TO WS-CONTAGEM.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-TURMAS
               IF WS-TUR-CURSO(WS-J) = WS-CURSO-ID
                   ADD 1 TO WS-CONTAGEM
               END-IF
           END-PERFORM.
           PERFORM SOMAR-LISTA-BLOCO.

       SOMAR-LISTA-BLOCO.
           IF WS-CONTAGEM = 0
               ADD 1 TO WS-BLOCO-LINHAS
           ELSE
               ADD WS-CONTAGEM TO WS-BLOCO-LINHAS
           END-IF.

      * A prerequisite that is itself on the catalog is shown with
      * its full name; otherwise the course id alone.
       NOMEAR-PREREQUISITO.
           MOVE WS-PRE-REQUISITO(WS-J) TO WS-NOME-PREREQ.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-CATALOGO
               IF WS-CAT-NOME(WS-K)(1:10) = WS-PRE-REQUISITO(WS-J)
                   MOVE WS-CAT-NOME(WS-K) TO WS-NOME-PREREQ
               END-IF
           END-PERFORM.

      * Label on the first line of a list only; the value column
      * lines up under it.
       IMPRIMIR-ITEM.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-ROTULO-ATUAL TO WS-PRINT-LINE(3:26).
           MOVE WS-VALOR-ATUAL TO WS-PRINT-LINE(30:70).
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-ROTULO-ATUAL.

       IMPRIMIR-NENHUM.
           IF WS-ACHADOS = 0
               MOVE WS-ROT-NENHUM TO WS-VALOR-ATUAL
               PERFORM IMPRIMIR-ITEM
           END-IF.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING WS-ROT-TITULO DELIMITED BY "  "
               "   " DELIMITED BY SIZE
               WS-ROT-DATA DELIMITED BY "  "
               ": " DELIMITED BY SIZE
               WS-PRINT-DATA DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-ROT-PAGINA DELIMITED BY "  "
               ": " DELIMITED BY SIZE
               WS-PRINT-PAGINA DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               WS-IDIOMA DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
           IF NOT SIMULANDO
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE 2 TO WS-PRINT-LINHA.

       IMPRIMIR-LINHA.
           IF WS-PRINT-LINHA >= WS-PRINT-MAX-LINHAS
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           IF NOT SIMULANDO
               MOVE WS-PRINT-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           ADD 1 TO WS-PRINT-LINHA.

      * Bilingual fixed text (RPTLIT.cpy): RELATORIO_IDIOMA=EN in
      * the environment swaps the labels for the English column of
      * REPORT-LITERALS.DAT; course names, curricula and instructor
      * names stay as registered. Portuguese is the compiled-in
      * default, so a missing control file never blocks the
      * catalog, and the chosen language is stamped on the page
      * header.
       SELECIONAR-IDIOMA.
           ACCEPT WS-IDIOMA FROM ENVIRONMENT "RELATORIO_IDIOMA".
           MOVE FUNCTION UPPER-CASE(WS-IDIOMA) TO WS-IDIOMA.
           IF WS-IDIOMA NOT = "EN"
               MOVE "PT" TO WS-IDIOMA
           ELSE
               MOVE SPACES TO WS-RPTLIT-STATUS
               OPEN INPUT RPTLIT-FILE
               IF WS-RPTLIT-STATUS NOT = "00"
                   DISPLAY "AVISO: REPORT-LITERALS.DAT AUSENTE - "
                       "RELATORIO SAI EM PORTUGUES."
                   MOVE "PT" TO WS-IDIOMA
               ELSE
                   PERFORM UNTIL WS-RPTLIT-STATUS = "10"
                       READ RPTLIT-FILE
                           AT END
                               MOVE "10" TO WS-RPTLIT-STATUS
                           NOT AT END
                               PERFORM APLICAR-LITERAL
                       END-READ
                   END-PERFORM
                   CLOSE RPTLIT-FILE
               END-IF
           END-IF.

       APLICAR-LITERAL.
           EVALUATE RL-CHAVE
               WHEN "TIT-CATALOGO"
                   MOVE RL-EN TO WS-ROT-TITULO
               WHEN "DATA"
                   MOVE RL-EN TO WS-ROT-DATA
               WHEN "PAGINA"
                   MOVE RL-EN TO WS-ROT-PAGINA
               WHEN "SUMARIO"
                   MOVE RL-EN TO WS-ROT-SUMARIO
               WHEN "CARGA-HORAR"
                   MOVE RL-EN TO WS-ROT-CARGA
               WHEN "HORAS"
                   MOVE RL-EN TO WS-ROT-HORAS
               WHEN "PRE-REQ"
                   MOVE RL-EN TO WS-ROT-PREREQ
               WHEN "CURRICULOS"
                   MOVE RL-EN TO WS-ROT-CURRIC
               WHEN "TURMAS-PROF"
                   MOVE RL-EN TO WS-ROT-TURMAS
               WHEN "NENHUM"
                   MOVE RL-EN TO WS-ROT-NENHUM
               WHEN "SALA"
                   MOVE RL-EN TO WS-ROT-SALA
               WHEN "VAGAS"
                   MOVE RL-EN TO WS-ROT-VAGAS
               WHEN "TERMO"
                   MOVE RL-EN TO WS-ROT-TERMO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
