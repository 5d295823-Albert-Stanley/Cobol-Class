      *          EXERCICIO13's turma filter validate section codes
      *          against, in the same menu shape the other masters
      *          use: list, add, alter, and remove sections with
      *          a duplicate turma + course pair rejected (a turma
      *          may take several courses, one line each).
      *          Capacity feeds the enrollment limit MATRICULAS-MANUT
      *          honors. The instructor is keyed by id and must exist
      *          on INSTRUCTOR.DAT (INSTRUTORES-MANUT); the name is
      *          copied from the master. Each section carries the
      *          term it is offered in, and the campus it meets at
      *          (TU-UNIDADE, checked active on CAMPUS.DAT; every line
      *          of one turma code sits at the same campus). An
      *          operator below supervisor sees and changes only the
      *          home campus's turmas (UNIDSEL.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT INSTRUCTOR-FILE ASSIGN TO "INSTRUCTOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTRUTOR-STATUS.
           SELECT CAMPUS-FILE ASSIGN TO "CAMPUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPUS-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-FILE.
           COPY TURMA.

       FD  INSTRUCTOR-FILE.
           COPY INSTRUT.

       FD  CAMPUS-FILE.
           COPY CAMPUS.

       FD  OPERSES-FILE.
           COPY OPERSES.

       FD  OPERMST-FILE.
           COPY OPERMST.

       WORKING-STORAGE SECTION.
       01 WS-TURMA-STATUS  PIC X(2) VALUE SPACES.
       01 WS-INSTRUTOR-STATUS PIC X(2) VALUE SPACES.
       01 WS-CAMPUS-STATUS PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS PIC X(2) VALUE SPACES.
       77 WS-OPERADOR       PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO  PIC X VALUE "N".
           88 OPERADOR-LIDO VALUE "S".
       COPY SESRESOL.
       77 WS-OPERMST-STATUS PIC X(2) VALUE SPACES.
       COPY UNIDSEL.

       01 WS-TABELA.
           05 WS-ENTRY OCCURS 50 TIMES.
               10 WS-TU-INSTRUTOR  PIC X(30).
               10 WS-TU-SALA       PIC X(06).
               10 WS-TU-CAPACIDADE PIC 9(03).
               10 WS-TU-INSTRUTOR-ID PIC X(06).
               10 WS-TU-TERMO      PIC X(06).
               10 WS-TU-UNIDADE    PIC X(04).
       01 WS-TOTAL         PIC 9(02) VALUE 0.

       01 WS-TABELA-INSTRUTORES.
           05 WS-INS-ENTRY OCCURS 100 TIMES.
               10 WS-INS-ID        PIC X(06).
               10 WS-INS-NOME      PIC X(30).
       01 WS-TOTAL-INSTRUTORES PIC 9(03) VALUE 0.
       01 WS-K             PIC 9(03).

       01 WS-OPCAO         PIC X VALUE SPACES.
       01 WS-INDICE        PIC 9(02).
       01 WS-J             PIC 9(02).
       01 WS-NOVO-INSTRUTOR PIC X(30).
       01 WS-NOVA-SALA     PIC X(06).
       01 WS-NOVA-CAPACIDADE PIC 9(03).
       01 WS-NOVO-INSTRUTOR-ID PIC X(06).
       01 WS-NOVO-TERMO    PIC X(06).
       01 WS-NOVA-UNIDADE  PIC X(04).
       01 WS-UNIDADE-VALIDA PIC X VALUE "N".
           88 UNIDADE-VALIDA VALUE "S".
       01 WS-INDICE-OK     PIC X VALUE "N".
           88 INDICE-OK    VALUE "S".
       01 WS-INSTRUTOR-OK  PIC X VALUE "N".
           88 INSTRUTOR-CADASTRADO VALUE "S".
       01 WS-DUPLICADO     PIC X VALUE "N".
           88 TURMA-DUPLICADA VALUE "S".
       01 WS-ALTERADO      PIC X VALUE "N".

       INICIO.
           PERFORM CARREGAR-TURMAS.
           PERFORM CARREGAR-INSTRUTORES.
           PERFORM RESOLVER-UNIDADE.
           PERFORM UNTIL WS-OPCAO = "5"
               PERFORM MOSTRAR-MENU
               EVALUATE WS-OPCAO
       MOSTRAR-MENU.
           DISPLAY " "
           DISPLAY "===== MANUTENCAO DO MASTER DE TURMAS ====="
           IF WS-UNIDADE-FILTRO NOT = SPACES
               DISPLAY "UNIDADE: " WS-UNIDADE-FILTRO
           END-IF
           DISPLAY "1 - LISTAR"
           DISPLAY "2 - ADICIONAR"
           DISPLAY "3 - ALTERAR"
                           MOVE TU-SALA TO WS-TU-SALA(WS-TOTAL)
                           MOVE TU-CAPACIDADE
                               TO WS-TU-CAPACIDADE(WS-TOTAL)
                           MOVE TU-INSTRUTOR-ID
                               TO WS-TU-INSTRUTOR-ID(WS-TOTAL)
                           MOVE TU-TERMO TO WS-TU-TERMO(WS-TOTAL)
                           IF TU-UNIDADE = SPACES
                               MOVE "SEDE" TO WS-TU-UNIDADE(WS-TOTAL)
                           ELSE
                               MOVE TU-UNIDADE
                                   TO WS-TU-UNIDADE(WS-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           ELSE
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-TOTAL
                   MOVE WS-TU-UNIDADE(WS-INDICE) TO WS-UNIDADE-REG
                   PERFORM VERIFICAR-UNIDADE
                   IF NA-UNIDADE
                       DISPLAY WS-INDICE ": " WS-TU-TURMA(WS-INDICE)
                           " CURSO=" WS-TU-CURSO(WS-INDICE)
                           " TERMO=" WS-TU-TERMO(WS-INDICE)
                           " INSTRUTOR=" WS-TU-INSTRUTOR-ID(WS-INDICE)
                           " " WS-TU-INSTRUTOR(WS-INDICE)
                           " SALA=" WS-TU-SALA(WS-INDICE)
                           " CAP=" WS-TU-CAPACIDADE(WS-INDICE)
                           " UNIDADE=" WS-TU-UNIDADE(WS-INDICE)
                   END-IF
               END-PERFORM
           END-IF.

           ELSE
               DISPLAY "CODIGO DA TURMA (EX: T01):"
               ACCEPT WS-NOVA-TURMA
               DISPLAY "CURSO (EX: EXER13):"
               ACCEPT WS-NOVO-CURSO
               MOVE 0 TO WS-INDICE
               PERFORM VERIFICAR-DUPLICADA
               IF TURMA-DUPLICADA
                   DISPLAY "TURMA JA CADASTRADA PARA ESTE CURSO. NAO "
                       "ADICIONADA."
               ELSE
                   PERFORM PEDIR-UNIDADE
                   IF UNIDADE-VALIDA
                       PERFORM PEDIR-DADOS-TURMA
                   END-IF
               END-IF
               IF TURMA-DUPLICADA OR NOT UNIDADE-VALIDA
                   OR NOT INSTRUTOR-CADASTRADO
                   CONTINUE
               ELSE
                   ADD 1 TO WS-TOTAL
                   MOVE WS-NOVA-TURMA TO WS-TU-TURMA(WS-TOTAL)
                   MOVE WS-NOVO-CURSO TO WS-TU-CURSO(WS-TOTAL)
                   MOVE WS-NOVA-SALA TO WS-TU-SALA(WS-TOTAL)
                   MOVE WS-NOVA-CAPACIDADE
                       TO WS-TU-CAPACIDADE(WS-TOTAL)
                   MOVE WS-NOVO-INSTRUTOR-ID
                       TO WS-TU-INSTRUTOR-ID(WS-TOTAL)
                   MOVE WS-NOVO-TERMO TO WS-TU-TERMO(WS-TOTAL)
                   MOVE WS-NOVA-UNIDADE TO WS-TU-UNIDADE(WS-TOTAL)
                   MOVE "S" TO WS-ALTERADO
                   DISPLAY "TURMA ADICIONADA."
               END-IF
           END-IF.

      * The instructor is asked by id and looked up on the master;
      * an unknown id stops the add/alter so the same teacher can no
      * longer be typed two different ways.
       PEDIR-DADOS-TURMA.
           DISPLAY "TERMO DE OFERTA (EX: 2026-2):"
           ACCEPT WS-NOVO-TERMO.
           DISPLAY "ID DO INSTRUTOR (EX: PRF001):"
           ACCEPT WS-NOVO-INSTRUTOR-ID.
           MOVE FUNCTION UPPER-CASE(WS-NOVO-INSTRUTOR-ID)
               TO WS-NOVO-INSTRUTOR-ID.
           MOVE "N" TO WS-INSTRUTOR-OK.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-INSTRUTORES
               IF WS-INS-ID(WS-K) = WS-NOVO-INSTRUTOR-ID
                   MOVE "S" TO WS-INSTRUTOR-OK
                   MOVE WS-INS-NOME(WS-K) TO WS-NOVO-INSTRUTOR
               END-IF
           END-PERFORM.
           IF NOT INSTRUTOR-CADASTRADO
               DISPLAY "INSTRUTOR " WS-NOVO-INSTRUTOR-ID " NAO "
                   "CADASTRADO EM INSTRUCTOR.DAT - CADASTRE-O EM "
                   "INSTRUTORES-MANUT. TURMA NAO GRAVADA."
           ELSE
               DISPLAY "INSTRUTOR: " WS-NOVO-INSTRUTOR
           END-IF.
           DISPLAY "SALA (EX: SL101):"
           ACCEPT WS-NOVA-SALA.
           DISPLAY "CAPACIDADE (EX: 030):"
           ACCEPT WS-NOVA-CAPACIDADE.

      * A turma code is the student group (ST-TURMA) and may carry
      * one line per course it takes; only the code + course pair
      * must be unique. WS-INDICE is the row being altered (0 on an
      * add) and is not compared with itself.
       VERIFICAR-DUPLICADA.
           MOVE "N" TO WS-DUPLICADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL
               IF WS-J NOT = WS-INDICE
                   AND WS-TU-TURMA(WS-J) = WS-NOVA-TURMA
                   AND WS-TU-CURSO(WS-J) = WS-NOVO-CURSO
                   MOVE "S" TO WS-DUPLICADO
               END-IF
           END-PERFORM.

       ALTERAR-TURMA.
           PERFORM LISTAR-TURMAS.
           IF WS-TOTAL > 0
               DISPLAY "NUMERO DA TURMA A ALTERAR:"
               ACCEPT WS-INDICE
               PERFORM CONFERIR-INDICE
               IF INDICE-OK
                   DISPLAY "CURSO (EX: EXER13):"
                   ACCEPT WS-NOVO-CURSO
                   MOVE WS-TU-TURMA(WS-INDICE) TO WS-NOVA-TURMA
                   PERFORM VERIFICAR-DUPLICADA
                   IF TURMA-DUPLICADA
                       DISPLAY "TURMA " WS-NOVA-TURMA " JA TEM O CURSO "
                           WS-NOVO-CURSO " EM OUTRA LINHA. NAO "
                           "ALTERADA."
                   ELSE
                       PERFORM PEDIR-DADOS-TURMA
                   END-IF
                   IF INSTRUTOR-CADASTRADO AND NOT TURMA-DUPLICADA
                       MOVE WS-NOVO-CURSO TO WS-TU-CURSO(WS-INDICE)
                       MOVE WS-NOVO-INSTRUTOR
                           TO WS-TU-INSTRUTOR(WS-INDICE)
                       MOVE WS-NOVA-SALA TO WS-TU-SALA(WS-INDICE)
                       MOVE WS-NOVA-CAPACIDADE
                           TO WS-TU-CAPACIDADE(WS-INDICE)
                       MOVE WS-NOVO-INSTRUTOR-ID
                           TO WS-TU-INSTRUTOR-ID(WS-INDICE)
                       MOVE WS-NOVO-TERMO TO WS-TU-TERMO(WS-INDICE)
                       MOVE "S" TO WS-ALTERADO
                       DISPLAY "TURMA ALTERADA."
                   END-IF
               ELSE
                   DISPLAY "NUMERO INVALIDO."
               END-IF
           IF WS-TOTAL > 0
               DISPLAY "NUMERO DA TURMA A REMOVER:"
               ACCEPT WS-INDICE
               PERFORM CONFERIR-INDICE
               IF INDICE-OK
                   PERFORM VARYING WS-J FROM WS-INDICE BY 1
                       UNTIL WS-J >= WS-TOTAL
                       MOVE WS-ENTRY(WS-J + 1) TO WS-ENTRY(WS-J)
               END-IF
           END-IF.

      * A row of another campus was not on the restricted operator's
      * list, so its number is refused like any number out of range.
       CONFERIR-INDICE.
           MOVE "N" TO WS-INDICE-OK.
           IF WS-INDICE >= 1 AND WS-INDICE <= WS-TOTAL
               MOVE WS-TU-UNIDADE(WS-INDICE) TO WS-UNIDADE-REG
               PERFORM VERIFICAR-UNIDADE
               IF NA-UNIDADE
                   MOVE "S" TO WS-INDICE-OK
               END-IF
           END-IF.

      * The campus of a new section line: a restricted operator's
      * home campus without asking; otherwise typed, with ENTER
      * meaning SEDE, and checked active on CAMPUS.DAT (a master not
      * yet on disk accepts any code). A turma code already on file
      * for another course keeps the campus it has - its students
      * sit at one campus.
       PEDIR-UNIDADE.
           IF UNIDADE-RESTRITA
               MOVE WS-UNIDADE-OPERADOR TO WS-NOVA-UNIDADE
           ELSE
               DISPLAY "UNIDADE (ENTER = SEDE):"
               ACCEPT WS-NOVA-UNIDADE
               MOVE FUNCTION UPPER-CASE(WS-NOVA-UNIDADE)
                   TO WS-NOVA-UNIDADE
               IF WS-NOVA-UNIDADE = SPACES
                   MOVE "SEDE" TO WS-NOVA-UNIDADE
               END-IF
           END-IF.
           MOVE "N" TO WS-UNIDADE-VALIDA.
           MOVE SPACES TO WS-CAMPUS-STATUS.
           OPEN INPUT CAMPUS-FILE.
           IF WS-CAMPUS-STATUS NOT = "00"
               MOVE "S" TO WS-UNIDADE-VALIDA
           ELSE
               PERFORM UNTIL WS-CAMPUS-STATUS = "10"
                   READ CAMPUS-FILE
                       AT END
                           MOVE "10" TO WS-CAMPUS-STATUS
                       NOT AT END
                           IF CP-UNIDADE = WS-NOVA-UNIDADE
                               AND CP-ATIVA
                               MOVE "S" TO WS-UNIDADE-VALIDA
                               MOVE "10" TO WS-CAMPUS-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPUS-FILE
           END-IF.
           IF NOT UNIDADE-VALIDA
               DISPLAY "UNIDADE " WS-NOVA-UNIDADE " NAO CONSTA ATIVA "
                   "EM CAMPUS.DAT. TURMA NAO GRAVADA."
           ELSE
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL
                   IF WS-TU-TURMA(WS-J) = WS-NOVA-TURMA
                       AND WS-TU-UNIDADE(WS-J) NOT = WS-NOVA-UNIDADE
                       MOVE "N" TO WS-UNIDADE-VALIDA
                   END-IF
               END-PERFORM
               IF NOT UNIDADE-VALIDA
                   DISPLAY "TURMA " WS-NOVA-TURMA " JA FUNCIONA EM "
                       "OUTRA UNIDADE. TURMA NAO GRAVADA."
               END-IF
           END-IF.

       GRAVAR-TURMAS.
           OPEN OUTPUT TURMA-FILE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
               MOVE WS-TU-INSTRUTOR(WS-INDICE) TO TU-INSTRUTOR
               MOVE WS-TU-SALA(WS-INDICE) TO TU-SALA
               MOVE WS-TU-CAPACIDADE(WS-INDICE) TO TU-CAPACIDADE
               MOVE WS-TU-INSTRUTOR-ID(WS-INDICE) TO TU-INSTRUTOR-ID
               MOVE WS-TU-TERMO(WS-INDICE) TO TU-TERMO
               MOVE WS-TU-UNIDADE(WS-INDICE) TO TU-UNIDADE
               WRITE TURMA-RECORD
           END-PERFORM.
           CLOSE TURMA-FILE.

       CARREGAR-INSTRUTORES.
           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-INSTRUTOR-STATUS = "00"
               PERFORM UNTIL WS-INSTRUTOR-STATUS = "10"
                   OR WS-TOTAL-INSTRUTORES = 100
                   READ INSTRUCTOR-FILE
                       AT END
                           MOVE "10" TO WS-INSTRUTOR-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-INSTRUTORES
                           MOVE IN-INSTRUTOR-ID
                               TO WS-INS-ID(WS-TOTAL-INSTRUTORES)
                           MOVE IN-NOME
                               TO WS-INS-NOME(WS-TOTAL-INSTRUTORES)
                   END-READ
               END-PERFORM
               CLOSE INSTRUCTOR-FILE
           ELSE
               DISPLAY "AVISO: INSTRUCTOR.DAT NAO ENCONTRADO - NENHUMA "
                   "TURMA PODE SER INCLUIDA OU ALTERADA ATE O "
                   "CADASTRO DOS INSTRUTORES (INSTRUTORES-MANUT)."
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
