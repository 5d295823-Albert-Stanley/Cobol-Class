      *          media, and resultado per student, the class totals
      *          and pass counts at the bottom, and a signature line
      *          - replacing the raw EX13-REPORT.DAT with names
      *          pencilled in. UNIDADE limits the diario to the
      *          students of one campus (ST-UNIDADE), named in the
      *          page header; an operator below supervisor gets the
      *          home campus only (UNIDSEL.cpy). Names and campus
      *          come from a sorted table of STUDENT.DAT (TABMEST.cpy)
      *          searched by halving; a master past its capacity
      *          stops the run before the diario is printed.
      *          FILTRO_TERMO and FILTRO_TURMA narrow the diario to
      *          one term or turma (FILTREL.cpy), for requests queued
      *          from the menu and run at night. Letters come from
      *          the GRADE-SCALE.DAT line in force for each row's
      *          term (RULEVIG.cpy), as on the transcript; a scale
      *          file longer than the 60-entry table prints nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT GRADE-SCALE-FILE ASSIGN TO "GRADE-SCALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALA-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-SCALE-FILE.
           COPY GRDSCALE.

       FD  OPERSES-FILE.
           COPY OPERSES.

       FD  OPERMST-FILE.
           COPY OPERMST.

       WORKING-STORAGE SECTION.
       77 WS-OPERSES-STATUS PIC X(2) VALUE SPACES.
       77 WS-OPERADOR       PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO  PIC X VALUE "N".
           88 OPERADOR-LIDO VALUE "S".
       COPY SESRESOL.
       77 WS-OPERMST-STATUS PIC X(2) VALUE SPACES.
       COPY UNIDSEL.
       01 WS-ESCALA-STATUS   PIC X(2) VALUE SPACES.
       01 WS-TABELA-ESCALA.
           05 WS-ESCALA-ENTRY OCCURS 60 TIMES.
               10 WS-ESCALA-CURSO PIC X(10).
               10 WS-ESCALA-BANDA OCCURS 5 TIMES.
                   15 WS-ESCALA-MINIMO PIC 9(2)V9(2).
                   15 WS-ESCALA-LETRA  PIC X(01).
               10 WS-ESCALA-VIGENCIA PIC X(06).
       01 WS-TOTAL-ESCALAS   PIC 9(4) VALUE 0.
       COPY RULEVIG.
       01 WS-ESCALA-LIDA     PIC X VALUE "N".
           88 ESCALA-LIDA    VALUE "S".
       01 WS-LETRA-CURSO     PIC X(10) VALUE SPACES.
               10 WS-DIA-NOTA-3   PIC S9(2)V9(2).
               10 WS-DIA-MEDIA    PIC S9(2)V9(2).
               10 WS-DIA-RESULTADO PIC X(9).
               10 WS-DIA-TERMO    PIC X(06).
       01 WS-TOTAL-DIARIO    PIC 9(3) VALUE 0.
       01 WS-DIA-TROCA       PIC X(71).

           COPY TABMEST.

       01 WS-I               PIC 9(3).
       01 WS-J               PIC 9(3).
       01 WS-QTDE-DISP       PIC ZZ9.

       COPY PRTHDR.
       COPY FILTREL.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CURSO DO DIARIO (EX: MEDIA, EXER13): ".
           ACCEPT WS-CURSO.
           PERFORM LER-FILTROS.

           PERFORM RESOLVER-UNIDADE.
           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-DIARIO.
           IF WS-TOTAL-DIARIO = 0
           STOP RUN.

       CARREGAR-ALUNOS.
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
                   WS-TA-MAXIMO "). DIARIO NAO GERADO."
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
                   MOVE ST-NOME TO WS-TA-NOME(WS-TB-POS)
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

       CARREGAR-DIARIO.
           OPEN INPUT CURRENT-FILE.
                       AT END
                           MOVE "10" TO WS-CURRENT-STATUS
                       NOT AT END
                           PERFORM VERIFICAR-FILTROS
                           IF SG-PROGRAMA-ID = WS-CURSO
                               AND NO-FILTRO
                               PERFORM FILTRAR-UNIDADE-ALUNO
                               IF NA-UNIDADE
                                   PERFORM GUARDAR-ALUNO-DIARIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRENT-FILE
           END-IF.

      * A student not on STUDENT.DAT has no campus and only appears
      * on the all-campus diario.
       FILTRAR-UNIDADE-ALUNO.
           MOVE "----" TO WS-UNIDADE-REG.
           MOVE SG-STUDENT-ID TO WS-TB-CHAVE.
           PERFORM LOCALIZAR-TABELA-ALUNO.
           IF TB-ACHOU
               MOVE WS-TA-UNIDADE(WS-TB-POS) TO WS-UNIDADE-REG
           END-IF.
           PERFORM VERIFICAR-UNIDADE.

       GUARDAR-ALUNO-DIARIO.
           IF WS-TOTAL-DIARIO < 100
               ADD 1 TO WS-TOTAL-DIARIO
               MOVE "ALUNO NAO CADASTRADO"
                   TO WS-DIA-NOME(WS-TOTAL-DIARIO)
               MOVE SG-STUDENT-ID TO WS-TB-CHAVE
               PERFORM LOCALIZAR-TABELA-ALUNO
               IF TB-ACHOU
                   MOVE WS-TA-NOME(WS-TB-POS)
                       TO WS-DIA-NOME(WS-TOTAL-DIARIO)
               END-IF
               MOVE SG-STUDENT-ID TO WS-DIA-ALUNO(WS-TOTAL-DIARIO)
               MOVE SG-NOTA-1 TO WS-DIA-NOTA-1(WS-TOTAL-DIARIO)
               MOVE SG-NOTA-2 TO WS-DIA-NOTA-2(WS-TOTAL-DIARIO)
               MOVE SG-MEDIA TO WS-DIA-MEDIA(WS-TOTAL-DIARIO)
               MOVE SG-RESULTADO
                   TO WS-DIA-RESULTADO(WS-TOTAL-DIARIO)
               MOVE SG-TERMO TO WS-DIA-TERMO(WS-TOTAL-DIARIO)
           ELSE
               DISPLAY "AVISO: TABELA CHEIA (MAX 100). ALUNO "
                   SG-STUDENT-ID " IGNORADO."
           END-PERFORM.

       IMPRIMIR-DIARIO.
           PERFORM CARREGAR-ESCALA.
           IF WS-TOTAL-ESCALAS > 60
               DISPLAY "GRADE-SCALE.DAT TEM " WS-TOTAL-ESCALAS
                   " LINHAS - EXCEDE A TABELA DE ESCALAS (MAX 60). "
                   "DIARIO NAO IMPRESSO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           MOVE WS-DIA-MEDIA(WS-I) TO WS-MEDIA-DISP.
           MOVE WS-CURSO TO WS-LETRA-CURSO.
           MOVE WS-DIA-MEDIA(WS-I) TO WS-LETRA-NOTA.
           MOVE WS-DIA-TERMO(WS-I) TO WS-VIG-TERMO.
           IF WS-VIG-TERMO = SPACES
               MOVE HIGH-VALUES TO WS-VIG-TERMO
           END-IF.
           PERFORM CONVERTER-LETRA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-DIA-NOME(WS-I) DELIMITED BY SIZE

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           IF WS-UNIDADE-FILTRO = SPACES
               STRING "DIARIO DE CLASSE - CURSO " DELIMITED BY SIZE
                   WS-CURSO DELIMITED BY SIZE
                   "   DATA: " DELIMITED BY SIZE
                   WS-PRINT-DATA DELIMITED BY SIZE
                   "   PAGINA: " DELIMITED BY SIZE
                   WS-PRINT-PAGINA DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           ELSE
               STRING "DIARIO DE CLASSE - CURSO " DELIMITED BY SIZE
                   WS-CURSO DELIMITED BY SIZE
                   " UNIDADE " DELIMITED BY SIZE
                   WS-UNIDADE-FILTRO DELIMITED BY SIZE
                   "   DATA: " DELIMITED BY SIZE
                   WS-PRINT-DATA DELIMITED BY SIZE
                   "   PAGINA: " DELIMITED BY SIZE
                   WS-PRINT-PAGINA DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           END-IF.
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
           ADD 1 TO WS-PRINT-LINHA.

      * Letter-grade conversion against the GRADE-SCALE.DAT bands
      * (see GRDSCALE.cpy): the course's own line in force for the
      * term when it has one, the DEFAULT line in force otherwise
      * (RULEVIG.cpy); the first band the media reaches is the
      * letter. The count runs past the table on purpose; the diario
      * is not printed when it does not fit.
       CARREGAR-ESCALA.
           IF NOT ESCALA-LIDA
               MOVE "S" TO WS-ESCALA-LIDA
               OPEN INPUT GRADE-SCALE-FILE
               IF WS-ESCALA-STATUS = "00"
                   PERFORM UNTIL WS-ESCALA-STATUS = "10"
                       READ GRADE-SCALE-FILE
                           AT END
                               MOVE "10" TO WS-ESCALA-STATUS
                           NOT AT END
                               ADD 1 TO WS-TOTAL-ESCALAS
                               IF WS-TOTAL-ESCALAS <= 60
                                   MOVE GRADE-SCALE-RECORD
                                       TO WS-ESCALA-ENTRY
                                           (WS-TOTAL-ESCALAS)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GRADE-SCALE-FILE
           PERFORM CARREGAR-ESCALA.
           MOVE "?" TO WS-LETRA.
           MOVE 0 TO WS-ESCALA-USO.
           MOVE "N" TO WS-VIG-ACHOU.
           PERFORM VARYING WS-ESCALA-I FROM 1 BY 1
               UNTIL WS-ESCALA-I > WS-TOTAL-ESCALAS
               IF WS-ESCALA-CURSO(WS-ESCALA-I) = WS-LETRA-CURSO
                   AND WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                       NOT > WS-VIG-TERMO
                   AND (NOT VIG-ACHOU
                       OR WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                           NOT < WS-VIG-ESCOLHIDA)
                   MOVE WS-ESCALA-I TO WS-ESCALA-USO
                   MOVE WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                       TO WS-VIG-ESCOLHIDA
                   MOVE "S" TO WS-VIG-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ESCALA-USO = 0
               MOVE "N" TO WS-VIG-ACHOU-PADRAO
               PERFORM VARYING WS-ESCALA-I FROM 1 BY 1
                   UNTIL WS-ESCALA-I > WS-TOTAL-ESCALAS
                   IF WS-ESCALA-CURSO(WS-ESCALA-I) = "DEFAULT"
                       AND WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                           NOT > WS-VIG-TERMO
                       AND (NOT VIG-ACHOU-PADRAO
                           OR WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                               NOT < WS-VIG-ESCOLHIDA-PADRAO)
                       MOVE WS-ESCALA-I TO WS-ESCALA-USO
                       MOVE WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                           TO WS-VIG-ESCOLHIDA-PADRAO
                       MOVE "S" TO WS-VIG-ACHOU-PADRAO
                   END-IF
               END-PERFORM
           END-IF.
                   END-IF
               END-PERFORM
           END-IF.

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

       VERIFICAR-FILTROS.
           MOVE "S" TO WS-NO-FILTRO.
           IF WS-FILTRO-CURSO NOT = SPACES
               AND SG-PROGRAMA-ID NOT = WS-FILTRO-CURSO
               MOVE "N" TO WS-NO-FILTRO
           END-IF.
           IF WS-FILTRO-TERMO NOT = SPACES
               AND SG-TERMO NOT = WS-FILTRO-TERMO
               MOVE "N" TO WS-NO-FILTRO
           END-IF.
           IF WS-FILTRO-TURMA NOT = SPACES
               AND SG-TURMA NOT = WS-FILTRO-TURMA
               MOVE "N" TO WS-NO-FILTRO
           END-IF.
