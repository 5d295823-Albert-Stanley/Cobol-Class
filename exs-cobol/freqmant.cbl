      *          and remove student/course pairs, with the student
      *          checked against STUDENT.DAT and presentes never above
      *          dadas.
      *          A pair with per-session roll call on CHAMADA.DAT
      *          (CHAMADA.cpy) is rebuilt every night from that detail
      *          by FREQUENCIA-CONSOLIDA, so it is refused here for add,
      *          update and remove - the correction goes through the
      *          roll call in CHAMADA-DIARIA instead.
      *          An operator below supervisor sees and changes only
      *          the rows of the home campus's students (ST-UNIDADE;
      *          UNIDSEL.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT CHAMADA-FILE ASSIGN TO "CHAMADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAMADA-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  CHAMADA-FILE.
           COPY CHAMADA.

       FD  OPERSES-FILE.
           COPY OPERSES.

       FD  OPERMST-FILE.
           COPY OPERMST.

       WORKING-STORAGE SECTION.
       01 WS-ATTEND-STATUS  PIC X(2) VALUE SPACES.
       01 WS-STUDENT-STATUS PIC X(2) VALUE SPACES.
       01 WS-CHAMADA-STATUS PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS PIC X(2) VALUE SPACES.
       77 WS-OPERADOR       PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO  PIC X VALUE "N".
           88 OPERADOR-LIDO VALUE "S".
       COPY SESRESOL.
       77 WS-OPERMST-STATUS PIC X(2) VALUE SPACES.
       COPY UNIDSEL.

      * Campus (ST-UNIDADE) of every student on STUDENT.DAT.
       01 WS-TABELA-UNIDADES.
           05 WS-UNI-ENTRY OCCURS 300 TIMES.
               10 WS-UNI-ALUNO PIC X(10).
               10 WS-UNI-COD   PIC X(04).
       01 WS-TOTAL-UNIDADES PIC 9(03) VALUE 0.
       01 WS-UNID-ALUNO    PIC X(10) VALUE SPACES.
       01 WS-U             PIC 9(03).

       01 WS-TABELA.
           05 WS-ENTRY OCCURS 300 TIMES.
       01 WS-ALTERADO      PIC X VALUE "N".
           88 HOUVE-ALTERACAO VALUE "S".
       01 WS-PCT           PIC 9(03) VALUE 0.
       01 WS-PAR-CHAMADA   PIC X VALUE "N".
           88 PAR-NA-CHAMADA VALUE "S".
       01 WS-INDICE-OK     PIC X VALUE "N".
           88 INDICE-OK    VALUE "S".

       PROCEDURE DIVISION.

       INICIO.
           PERFORM CARREGAR-FREQUENCIAS.
           PERFORM CARREGAR-UNIDADES.
           PERFORM RESOLVER-UNIDADE.
           PERFORM UNTIL WS-OPCAO = "5"
               PERFORM MOSTRAR-MENU
               EVALUATE WS-OPCAO
           ELSE
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-TOTAL
                   MOVE WS-FQ-ALUNO(WS-INDICE) TO WS-UNID-ALUNO
                   PERFORM UNIDADE-DO-ALUNO
                   IF NA-UNIDADE
                       IF WS-FQ-DADAS(WS-INDICE) > 0
                           COMPUTE WS-PCT =
                               WS-FQ-PRESENTES(WS-INDICE) * 100
                               / WS-FQ-DADAS(WS-INDICE)
                       ELSE
                           MOVE 0 TO WS-PCT
                       END-IF
                       DISPLAY WS-INDICE ": " WS-FQ-ALUNO(WS-INDICE)
                           " EM " WS-FQ-CURSO(WS-INDICE)
                           " DADAS=" WS-FQ-DADAS(WS-INDICE)
                           " PRESENTES=" WS-FQ-PRESENTES(WS-INDICE)
                           " (" WS-PCT " PCT)"
                   END-IF
               END-PERFORM
           END-IF.

               DISPLAY "MATRICULA DO ALUNO:"
               ACCEPT WS-NOVO-ALUNO
               PERFORM VERIFICAR-ALUNO-CADASTRADO
               MOVE WS-NOVO-ALUNO TO WS-UNID-ALUNO
               PERFORM UNIDADE-DO-ALUNO
               EVALUATE TRUE
                   WHEN NOT ALUNO-EXISTE
                       DISPLAY "ALUNO NAO CONSTA EM STUDENT.DAT. NAO "
                           "ADICIONADO."
                   WHEN NOT NA-UNIDADE
                       DISPLAY "ALUNO DA UNIDADE " WS-UNIDADE-REG
                           " - OPERADOR RESTRITO A UNIDADE "
                           WS-UNIDADE-FILTRO ". NAO ADICIONADO."
                   WHEN OTHER
                       DISPLAY "CURSO (EX: MEDIA, EXER13, EXER08):"
                       ACCEPT WS-NOVO-CURSO
                       MOVE "N" TO WS-DUPLICADO
                       PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-TOTAL
                           IF WS-FQ-ALUNO(WS-J) = WS-NOVO-ALUNO
                               AND WS-FQ-CURSO(WS-J) = WS-NOVO-CURSO
                               MOVE "S" TO WS-DUPLICADO
                           END-IF
                       END-PERFORM
                       PERFORM VERIFICAR-PAR-CHAMADA
                       EVALUATE TRUE
                           WHEN PAR-DUPLICADO
                               DISPLAY "PAR ALUNO/CURSO JA "
                                   "CADASTRADO - USE ATUALIZAR "
                                   "CONTAGENS."
                           WHEN PAR-NA-CHAMADA
                               PERFORM AVISAR-PAR-CHAMADA
                           WHEN OTHER
                               PERFORM INCLUIR-FREQUENCIA
                       END-EVALUATE
               END-EVALUATE
           END-IF.

       INCLUIR-FREQUENCIA.
           PERFORM PEDIR-CONTAGENS.
           IF WS-NOVAS-PRES <= WS-NOVAS-DADAS
               ADD 1 TO WS-TOTAL
               MOVE WS-NOVO-ALUNO TO WS-FQ-ALUNO(WS-TOTAL)
               MOVE WS-NOVO-CURSO TO WS-FQ-CURSO(WS-TOTAL)
               MOVE WS-NOVAS-DADAS TO WS-FQ-DADAS(WS-TOTAL)
               MOVE WS-NOVAS-PRES TO WS-FQ-PRESENTES(WS-TOTAL)
               MOVE "S" TO WS-ALTERADO
               DISPLAY "FREQUENCIA ADICIONADA."
           END-IF.

       PEDIR-CONTAGENS.
           IF WS-TOTAL > 0
               DISPLAY "NUMERO DA LINHA A ATUALIZAR:"
               ACCEPT WS-INDICE
               PERFORM CONFERIR-INDICE
               IF INDICE-OK
                   MOVE WS-FQ-ALUNO(WS-INDICE) TO WS-NOVO-ALUNO
                   MOVE WS-FQ-CURSO(WS-INDICE) TO WS-NOVO-CURSO
                   PERFORM VERIFICAR-PAR-CHAMADA
                   IF PAR-NA-CHAMADA
                       PERFORM AVISAR-PAR-CHAMADA
                   ELSE
                       PERFORM PEDIR-CONTAGENS
                       IF WS-NOVAS-PRES <= WS-NOVAS-DADAS
                           MOVE WS-NOVAS-DADAS
                               TO WS-FQ-DADAS(WS-INDICE)
                           MOVE WS-NOVAS-PRES
                               TO WS-FQ-PRESENTES(WS-INDICE)
                           MOVE "S" TO WS-ALTERADO
                           DISPLAY "CONTAGENS ATUALIZADAS."
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "NUMERO INVALIDO."
           IF WS-TOTAL > 0
               DISPLAY "NUMERO DA LINHA A REMOVER:"
               ACCEPT WS-INDICE
               PERFORM CONFERIR-INDICE
               IF INDICE-OK
                   MOVE WS-FQ-ALUNO(WS-INDICE) TO WS-NOVO-ALUNO
                   MOVE WS-FQ-CURSO(WS-INDICE) TO WS-NOVO-CURSO
                   PERFORM VERIFICAR-PAR-CHAMADA
                   IF PAR-NA-CHAMADA
                       PERFORM AVISAR-PAR-CHAMADA
                   ELSE
                       PERFORM VARYING WS-J FROM WS-INDICE BY 1
                           UNTIL WS-J >= WS-TOTAL
                           MOVE WS-ENTRY(WS-J + 1) TO WS-ENTRY(WS-J)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-TOTAL
                       MOVE "S" TO WS-ALTERADO
                       DISPLAY "FREQUENCIA REMOVIDA."
                   END-IF
               ELSE
                   DISPLAY "NUMERO INVALIDO."
               END-IF
           END-IF.

      * A row of another campus was not on the restricted operator's
      * list, so its number is refused like any number out of range.
       CONFERIR-INDICE.
           MOVE "N" TO WS-INDICE-OK.
           IF WS-INDICE >= 1 AND WS-INDICE <= WS-TOTAL
               MOVE WS-FQ-ALUNO(WS-INDICE) TO WS-UNID-ALUNO
               PERFORM UNIDADE-DO-ALUNO
               IF NA-UNIDADE
                   MOVE "S" TO WS-INDICE-OK
               END-IF
           END-IF.

       VERIFICAR-ALUNO-CADASTRADO.
           MOVE "N" TO WS-ALUNO-EXISTE.
           MOVE SPACES TO WS-STUDENT-STATUS.
               CLOSE STUDENT-FILE
           END-IF.

       VERIFICAR-PAR-CHAMADA.
           MOVE "N" TO WS-PAR-CHAMADA.
           MOVE SPACES TO WS-CHAMADA-STATUS.
           OPEN INPUT CHAMADA-FILE.
           IF WS-CHAMADA-STATUS = "00"
               PERFORM UNTIL WS-CHAMADA-STATUS = "10"
                   READ CHAMADA-FILE
                       AT END
                           MOVE "10" TO WS-CHAMADA-STATUS
                       NOT AT END
                           IF CH-STUDENT-ID = WS-NOVO-ALUNO
                               AND CH-COURSE-ID = WS-NOVO-CURSO
                               MOVE "S" TO WS-PAR-CHAMADA
                               MOVE "10" TO WS-CHAMADA-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHAMADA-FILE
           END-IF.

       AVISAR-PAR-CHAMADA.
           DISPLAY "PAR CONTROLADO PELA CHAMADA (CHAMADA.DAT) - A "
               "CONSOLIDACAO NOTURNA RECALCULA ESTAS CONTAGENS.".
           DISPLAY "CORRIJA AS PRESENCAS PELA CHAMADA DIARIA.".

      * Campus of each student (ST-UNIDADE) for the list filter and
      * the checks before a change.
       CARREGAR-UNIDADES.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   OR WS-TOTAL-UNIDADES = 300
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-UNIDADES
                           MOVE ST-STUDENT-ID
                               TO WS-UNI-ALUNO(WS-TOTAL-UNIDADES)
                           MOVE ST-UNIDADE
                               TO WS-UNI-COD(WS-TOTAL-UNIDADES)
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      * The campus of WS-UNID-ALUNO against the filter; a student not
      * on STUDENT.DAT reads as SEDE.
       UNIDADE-DO-ALUNO.
           MOVE SPACES TO WS-UNIDADE-REG.
           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-TOTAL-UNIDADES
               IF WS-UNI-ALUNO(WS-U) = WS-UNID-ALUNO
                   MOVE WS-UNI-COD(WS-U) TO WS-UNIDADE-REG
               END-IF
           END-PERFORM.
           PERFORM VERIFICAR-UNIDADE.

       GRAVAR-FREQUENCIAS.
           OPEN OUTPUT ATTEND-FILE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
               WRITE ATTENDANCE-RECORD
           END-PERFORM.
           CLOSE ATTEND-FILE.

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
