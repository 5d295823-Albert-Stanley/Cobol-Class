      *          and a simple histogram of SG-MEDIA bands - the shape
      *          of the class the coordinators currently re-key into
      *          a spreadsheet to see. Paginated PRTHDR.cpy report in
      *          ESTATISTICA-REPORT.DAT. UNIDADE limits the
      *          statistics to the students of one campus
      *          (ST-UNIDADE on STUDENT.DAT), named in the header; an
      *          operator below supervisor gets the home campus only
      *          (UNIDSEL.cpy). The campus of each student comes from
      *          a sorted table of STUDENT.DAT (TABMEST.cpy) searched
      *          by halving; a master past its capacity stops the run
      *          before the report is written. The cutoff is the
      *          line in force for the open term (RULEVIG.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RPTLIT-FILE ASSIGN TO "REPORT-LITERALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTLIT-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTLIT-FILE.
           COPY RPTLIT.

       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  OPERSES-FILE.
           COPY OPERSES.

       FD  OPERMST-FILE.
           COPY OPERMST.

       WORKING-STORAGE SECTION.
       01 WS-SG-STATUS        PIC X(2) VALUE SPACES.
       01 WS-THRESHOLD-STATUS PIC X(2) VALUE SPACES.
       01 WS-TERM-STATUS      PIC X(2) VALUE SPACES.
       01 WS-TERMO-ATUAL      PIC X(6) VALUE SPACES.
       01 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS PIC X(2) VALUE SPACES.
       77 WS-OPERADOR       PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO  PIC X VALUE "N".
           88 OPERADOR-LIDO VALUE "S".
       COPY SESRESOL.
       77 WS-OPERMST-STATUS PIC X(2) VALUE SPACES.
       COPY UNIDSEL.

      * Campus of every student on the master, read only when the
      * report is limited to one campus.
           COPY TABMEST.

       01 WS-TABELA-PROGRAMAS.
           05 WS-PROG-ENTRY OCCURS 10 TIMES.
       01 WS-TAXA-APROVACAO   PIC 9(3)V9(2).
       01 WS-CUTOFF           PIC 9(2)V9(2) VALUE 6.
       01 WS-METADE           PIC 9(3).
       COPY RULEVIG.

       01 WS-HISTOGRAMA.
           05 WS-BANDA OCCURS 5 TIMES PIC 9(3).

       COPY PRTHDR.
       01 WS-PRINT-LINE       PIC X(100) VALUE SPACES.
       01 WS-PRINT-PONTEIRO   PIC 9(3).

       01 WS-RPTLIT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-IDIOMA           PIC X(2) VALUE "PT".
           05 WS-ROT-TERMO    PIC X(12) VALUE "TERMO".
           05 WS-ROT-DATA     PIC X(12) VALUE "DATA".
           05 WS-ROT-PAGINA   PIC X(12) VALUE "PAGINA".
           05 WS-ROT-UNIDADE  PIC X(12) VALUE "UNIDADE".
           05 WS-ROT-PROGRAMA PIC X(12) VALUE "PROGRAMA".
           05 WS-ROT-QTDE     PIC X(12) VALUE "QTDE".
           05 WS-ROT-MEDIA    PIC X(12) VALUE "MEDIA".
       INICIO.
           PERFORM SELECIONAR-IDIOMA.
           PERFORM LER-TERMO-ABERTO.
           PERFORM RESOLVER-UNIDADE.
           IF WS-UNIDADE-FILTRO NOT = SPACES
               PERFORM CARREGAR-ALUNOS
           END-IF.
           PERFORM CARREGAR-NOTAS.
           IF WS-TOTAL-PROGRAMAS = 0
               DISPLAY "NENHUMA NOTA ENCONTRADA EM CURRENT-GRADES.DAT."
                       NOT AT END
                           IF SG-TERMO = WS-TERMO-ATUAL
                               OR SG-TERMO = SPACES
                               PERFORM FILTRAR-UNIDADE-ALUNO
                               IF NA-UNIDADE
                                   PERFORM ACUMULAR-NOTA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-GRADES-FILE
           END-IF.

       CARREGAR-ALUNOS.
           MOVE 0 TO WS-TA-TOTAL.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10" OR TA-CHEIA
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           PERFORM INSERIR-TABELA-ALUNO
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.
           IF TA-CHEIA
               DISPLAY "STUDENT.DAT EXCEDE A TABELA DE ALUNOS (MAX "
                   WS-TA-MAXIMO "). ESTATISTICAS NAO GERADAS."
               STOP RUN
           END-IF.

       INSERIR-TABELA-ALUNO.
           MOVE ST-STUDENT-ID TO WS-TB-CHAVE.
           PERFORM LOCALIZAR-TABELA-ALUNO.
           IF NOT TB-ACHOU
               IF WS-TA-TOTAL = WS-TA-MAXIMO
                   MOVE "S" TO WS-TA-CHEIA
               ELSE
                   PERFORM VARYING WS-TB-J FROM WS-TA-TOTAL BY -1
                       UNTIL WS-TB-J < WS-TB-POS
                       MOVE WS-TA-ENTRY(WS-TB-J)
                           TO WS-TA-ENTRY(WS-TB-J + 1)
                   END-PERFORM
                   MOVE ST-STUDENT-ID TO WS-TA-ID(WS-TB-POS)
                   MOVE ST-UNIDADE TO WS-TA-UNIDADE(WS-TB-POS)
                   ADD 1 TO WS-TA-TOTAL
               END-IF
           END-IF.

       LOCALIZAR-TABELA-ALUNO.
           MOVE "N" TO WS-TB-ACHOU.
           MOVE 1 TO WS-TB-INICIO.
           MOVE WS-TA-TOTAL TO WS-TB-FIM.
           PERFORM UNTIL WS-TB-INICIO > WS-TB-FIM OR TB-ACHOU
               COMPUTE WS-TB-MEIO = (WS-TB-INICIO + WS-TB-FIM) / 2
               EVALUATE TRUE
                   WHEN WS-TA-ID(WS-TB-MEIO) = WS-TB-CHAVE(1:10)
                       MOVE "S" TO WS-TB-ACHOU
                       MOVE WS-TB-MEIO TO WS-TB-INICIO
                   WHEN WS-TA-ID(WS-TB-MEIO) < WS-TB-CHAVE(1:10)
                       COMPUTE WS-TB-INICIO = WS-TB-MEIO + 1
                   WHEN OTHER
                       COMPUTE WS-TB-FIM = WS-TB-MEIO - 1
               END-EVALUATE
           END-PERFORM.
           MOVE WS-TB-INICIO TO WS-TB-POS.

      * A student not on STUDENT.DAT has no campus and only counts
      * in the all-campus statistics.
       FILTRAR-UNIDADE-ALUNO.
           IF WS-UNIDADE-FILTRO = SPACES
               MOVE "S" TO WS-NA-UNIDADE
           ELSE
               MOVE "----" TO WS-UNIDADE-REG
               MOVE SG-STUDENT-ID TO WS-TB-CHAVE
               PERFORM LOCALIZAR-TABELA-ALUNO
               IF TB-ACHOU
                   MOVE WS-TA-UNIDADE(WS-TB-POS) TO WS-UNIDADE-REG
               END-IF
               PERFORM VERIFICAR-UNIDADE
           END-IF.

       ACUMULAR-NOTA.
           MOVE 0 TO WS-ACHOU-INDICE.
           PERFORM VARYING WS-P FROM 1 BY 1

       LER-LIMITE-APROVACAO.
           MOVE 6 TO WS-CUTOFF.
           MOVE WS-TERMO-ATUAL TO WS-VIG-TERMO.
           IF WS-VIG-TERMO = SPACES
               MOVE HIGH-VALUES TO WS-VIG-TERMO
           END-IF.
           MOVE "N" TO WS-VIG-ACHOU.
           MOVE SPACES TO WS-THRESHOLD-STATUS.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           IF TH-COURSE-ID = WS-PROG-ID(WS-P)
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

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           MOVE 1 TO WS-PRINT-PONTEIRO.
           STRING WS-ROT-TITULO DELIMITED BY "  "
               " - " DELIMITED BY SIZE
               WS-ROT-TERMO DELIMITED BY "  "
               ": " DELIMITED BY SIZE
               WS-TERMO-ATUAL DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               INTO PRINT-LINE
               WITH POINTER WS-PRINT-PONTEIRO
           END-STRING.
           IF WS-UNIDADE-FILTRO NOT = SPACES
               STRING WS-ROT-UNIDADE DELIMITED BY "  "
                   ": " DELIMITED BY SIZE
                   WS-UNIDADE-FILTRO DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   INTO PRINT-LINE
                   WITH POINTER WS-PRINT-PONTEIRO
               END-STRING
           END-IF.
           STRING WS-ROT-DATA DELIMITED BY "  "
               ": " DELIMITED BY SIZE
               WS-PRINT-DATA DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-IDIOMA DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO PRINT-LINE
               WITH POINTER WS-PRINT-PONTEIRO
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
                   MOVE RL-EN TO WS-ROT-DATA
               WHEN "PAGINA"
                   MOVE RL-EN TO WS-ROT-PAGINA
               WHEN "UNIDADE"
                   MOVE RL-EN TO WS-ROT-UNIDADE
               WHEN "PROGRAMA"
                   MOVE RL-EN TO WS-ROT-PROGRAMA
               WHEN "QTDE"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Campus filter (UNIDSEL.cpy): UNIDADE asks for one campus,
      * spaces for all of them; an operator below supervisor on the
      * master is held to the home campus and may not ask for
      * another.
       RESOLVER-UNIDADE.
           ACCEPT WS-UNIDADE-PEDIDA FROM ENVIRONMENT "UNIDADE".
           MOVE FUNCTION UPPER-CASE(WS-UNIDADE-PEDIDA)
               TO WS-UNIDADE-PEDIDA.
           MOVE WS-UNIDADE-PEDIDA TO WS-UNIDADE-FILTRO.
           PERFORM LER-OPERADOR.
           MOVE SPACES TO WS-OPERMST-STATUS.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-STATUS = "00"
               PERFORM UNTIL WS-OPERMST-STATUS = "10"
                   READ OPERMST-FILE
                       AT END
                           MOVE "10" TO WS-OPERMST-STATUS
                       NOT AT END
                           IF OM-OPERATOR-ID = WS-OPERADOR
                               AND OM-NIVEL < 3
                               MOVE "S" TO WS-UNIDADE-RESTRITA
                               MOVE OM-UNIDADE TO WS-UNIDADE-OPERADOR
                               MOVE "10" TO WS-OPERMST-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERMST-FILE
           END-IF.
           IF UNIDADE-RESTRITA
               IF WS-UNIDADE-OPERADOR = SPACES
                   MOVE "SEDE" TO WS-UNIDADE-OPERADOR
               END-IF
               IF WS-UNIDADE-PEDIDA NOT = SPACES
                   AND WS-UNIDADE-PEDIDA NOT = WS-UNIDADE-OPERADOR
                   DISPLAY "ACESSO NEGADO: OPERADOR " WS-OPERADOR
                       " RESTRITO A UNIDADE " WS-UNIDADE-OPERADOR "."
                   STOP RUN
               END-IF
               MOVE WS-UNIDADE-OPERADOR TO WS-UNIDADE-FILTRO
           END-IF.

      * A row's campus, spaces read as SEDE, against the filter.
       VERIFICAR-UNIDADE.
           IF WS-UNIDADE-REG = SPACES
               MOVE "SEDE" TO WS-UNIDADE-REG
           END-IF.
           IF WS-UNIDADE-FILTRO = SPACES
               OR WS-UNIDADE-REG = WS-UNIDADE-FILTRO
               MOVE "S" TO WS-NA-UNIDADE
           ELSE
               MOVE "N" TO WS-NA-UNIDADE
           END-IF.

      * Resolves THIS terminal's session in the registry (see
      * OPERSES.cpy / SESRESOL.cpy): the menu exports
      * OPERADOR_TERMINAL for the programs it launches; started
      * outside the menu, a single active session still resolves,
      * but several concurrent sessions without a terminal id stay
      * ANONIMO rather than guessing.
       LER-OPERADOR.
           IF NOT OPERADOR-LIDO
               MOVE "S" TO WS-OPERADOR-LIDO
               ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT
                   "OPERADOR_TERMINAL"
               MOVE SPACES TO WS-OPERSES-STATUS
               MOVE 0 TO WS-SESSOES-VISTAS
               OPEN INPUT OPERSES-FILE
               IF WS-OPERSES-STATUS = "00"
                   PERFORM UNTIL WS-OPERSES-STATUS = "10"
                       READ OPERSES-FILE
                           AT END
                               MOVE "10" TO WS-OPERSES-STATUS
                           NOT AT END
                               IF OP-OPERATOR-ID NOT = SPACES
                                   ADD 1 TO WS-SESSOES-VISTAS
                                   MOVE OP-OPERATOR-ID
                                       TO WS-OPERADOR-UNICO
                                   IF WS-TERMINAL-ID NOT = SPACES
                                       AND OP-TERMINAL-ID
                                           = WS-TERMINAL-ID
                                       MOVE OP-OPERATOR-ID
                                           TO WS-OPERADOR
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERSES-FILE
                   IF WS-TERMINAL-ID = SPACES
                       AND WS-SESSOES-VISTAS = 1
                       MOVE WS-OPERADOR-UNICO TO WS-OPERADOR
                   END-IF
               END-IF
           END-IF.
