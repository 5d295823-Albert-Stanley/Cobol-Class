      *          enrollment whose course has PREREQUISITES.DAT pairs
      *          (PREREQ.cpy) is refused when the student has no
      *          vigente APROVADO row for the prerequisite in
      *          STUDENT-GRADES.DAT nor a transfer credit (AP) for
      *          it on APROVEITAMENTOS.DAT (APROVEIT.cpy); a
      *          supervisor (OPERMST.cpy level 3) can override, and
      *          both the refusal and the override go to
      *          AUDIT-LOG.DAT. An enrollment (new,
      *          reactivated, or promoted from the waitlist) whose
      *          section meets in HORARIOS.DAT (HORARIO.cpy) at an
      *          hour overlapping a section the student already
      *          holds in the same term is refused. A student with
      *          an active hold on HOLDS.DAT (BLOQUEIO.cpy) is not
      *          enrolled nor promoted from the waitlist unless a
      *          supervisor overrides; both are audited. A
      *          graduated student (ST-FORMADO) is not enrolled and
      *          no longer counts against a section's capacity.
      *          A student promoted from the waitlist who still has
      *          a trancada row for the course (left by a cancelled
      *          turma) gets that row reactivated, not a second one.
      *          An operator below supervisor lists, enrolls and
      *          drops only students whose section meets at the home
      *          campus (the turma's TU-UNIDADE, or ST-UNIDADE for a
      *          student with no section on file; UNIDSEL.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT HORARIO-FILE ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLQ-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITLIST-STATUS.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENT-GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.
           SELECT APROV-FILE ASSIGN TO "APROVEITAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROV-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  TURMA-FILE.
           COPY TURMA.

       FD  HORARIO-FILE.
           COPY HORARIO.

       FD  HOLDS-FILE.
           COPY BLOQUEIO.

       FD  WAITLIST-FILE.
           COPY WAITLIST.

       FD  STUDENT-GRADES-FILE.
           COPY STDGRADE.

       FD  APROV-FILE.
           COPY APROVEIT.

       FD  AUDIT-FILE.
           COPY AUDIT.

       01 WS-STUDENT-STATUS PIC X(2) VALUE SPACES.
       01 WS-PREREQ-STATUS  PIC X(2) VALUE SPACES.
       01 WS-SG-STATUS      PIC X(2) VALUE SPACES.
       01 WS-APROV-STATUS   PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS   PIC X(2) VALUE SPACES.
       01 WS-OPERSES-STATUS PIC X(2) VALUE SPACES.
       01 WS-OPERMST-STATUS PIC X(2) VALUE SPACES.
       01 WS-OPERADOR-LIDO  PIC X VALUE "N".
           88 OPERADOR-LIDO VALUE "S".
       COPY SESRESOL.
       COPY UNIDSEL.

       01 WS-TABELA.
           05 WS-ENTRY OCCURS 300 TIMES.
           88 PAR-DUPLICADO VALUE "S".
       01 WS-ALUNO-EXISTE  PIC X VALUE "N".
           88 ALUNO-EXISTE VALUE "S".
       01 WS-ALUNO-FORMADO PIC X VALUE "N".
           88 ALUNO-FORMADO VALUE "S".
       01 WS-ALTERADO      PIC X VALUE "N".
           88 HOUVE-ALTERACAO VALUE "S".
       01 WS-INDICE-OK     PIC X VALUE "N".
           88 INDICE-OK    VALUE "S".

       01 WS-TURMA-STATUS    PIC X(2) VALUE SPACES.
       01 WS-WAITLIST-STATUS PIC X(2) VALUE SPACES.
               10 WS-TUR-COD   PIC X(04).
               10 WS-TUR-CURSO PIC X(10).
               10 WS-TUR-CAP   PIC 9(03).
               10 WS-TUR-TERMO PIC X(06).
               10 WS-TUR-UNIDADE PIC X(04).
       01 WS-TOTAL-TURMAS  PIC 9(02) VALUE 0.

       01 WS-HORARIO-STATUS PIC X(2) VALUE SPACES.
       01 WS-TABELA-HORARIOS.
           05 WS-HOR-ENTRY OCCURS 200 TIMES.
               10 WS-HOR-TURMA  PIC X(04).
               10 WS-HOR-CURSO  PIC X(10).
               10 WS-HOR-DIA    PIC 9(01).
               10 WS-HOR-INICIO PIC 9(04).
               10 WS-HOR-FIM    PIC 9(04).
       01 WS-TOTAL-HORARIOS PIC 9(03) VALUE 0.
       01 WS-H1            PIC 9(03).
       01 WS-H2            PIC 9(03).
       01 WS-CHQ-ALUNO     PIC X(10) VALUE SPACES.
       01 WS-CHQ-CURSO     PIC X(10) VALUE SPACES.
       01 WS-CHQ-TURMA     PIC X(04) VALUE SPACES.
       01 WS-CHQ-OUTRO     PIC X(10) VALUE SPACES.
       01 WS-CHQ-DIA       PIC 9(01) VALUE 0.
       01 WS-CHQ-INICIO    PIC 9(04) VALUE 0.
       01 WS-BUSCA-CURSO   PIC X(10) VALUE SPACES.
       01 WS-TERMO-SECAO   PIC X(06) VALUE SPACES.
       01 WS-TERMO-NOVO    PIC X(06) VALUE SPACES.
       01 WS-CHOQUE        PIC X VALUE "N".
           88 CHOQUE-HORARIO VALUE "S".

       01 WS-TABELA-ALUNOS-TURMA.
           05 WS-ALT-ENTRY OCCURS 100 TIMES.
               10 WS-ALT-ID    PIC X(10).
               10 WS-ALT-TURMA PIC X(04).
       01 WS-TOTAL-ALUNOS  PIC 9(03) VALUE 0.

      * Campus of every student on STUDENT.DAT, graduates included:
      * the campus of the ST-TURMA section when it is on TURMAS.DAT,
      * else the student's own ST-UNIDADE.
       01 WS-TABELA-UNIDADES.
           05 WS-UNI-ENTRY OCCURS 300 TIMES.
               10 WS-UNI-ALUNO PIC X(10).
               10 WS-UNI-COD   PIC X(04).
       01 WS-TOTAL-UNIDADES PIC 9(03) VALUE 0.
       01 WS-UNID-ALUNO    PIC X(10) VALUE SPACES.

       01 WS-TABELA-FILA.
           05 WS-FILA-ENTRY OCCURS 200 TIMES.
               10 WS-FILA-TURMA   PIC X(04).
           88 MATRICULA-LIBERADA VALUE "S".
       01 WS-AUDIT-MSG       PIC X(90) VALUE SPACES.
       COPY STIDCHK.
       COPY BLQCHK.

       COPY SNCONF.

       INICIO.
           PERFORM CARREGAR-MATRICULAS.
           PERFORM CARREGAR-TURMAS.
           PERFORM CARREGAR-HORARIOS.
           PERFORM CARREGAR-ALUNOS-TURMA.
           PERFORM CARREGAR-FILA-ESPERA.
           PERFORM RESOLVER-UNIDADE.
           PERFORM UNTIL WS-OPCAO = "4"
               PERFORM MOSTRAR-MENU
               EVALUATE WS-OPCAO
           ELSE
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-TOTAL
                   MOVE WS-MAT-ALUNO(WS-INDICE) TO WS-UNID-ALUNO
                   PERFORM UNIDADE-DO-ALUNO
                   EVALUATE TRUE
                       WHEN NOT NA-UNIDADE
                           CONTINUE
                       WHEN WS-MAT-STATUS(WS-INDICE) = "T"
                           DISPLAY WS-INDICE ": "
                               WS-MAT-ALUNO(WS-INDICE) " EM "
                               WS-MAT-CURSO(WS-INDICE)
                               " (TRANCADA EM "
                               WS-MAT-EFEITO(WS-INDICE) ")"
                       WHEN OTHER
                           DISPLAY WS-INDICE ": "
                               WS-MAT-ALUNO(WS-INDICE) " EM "
                               WS-MAT-CURSO(WS-INDICE)
                   END-EVALUATE
               END-PERFORM
           END-IF.

               DISPLAY "MATRICULA DO ALUNO:"
               ACCEPT WS-NOVO-ALUNO
               PERFORM VERIFICAR-ALUNO-CADASTRADO
               MOVE "S" TO WS-NA-UNIDADE
               IF ALUNO-EXISTE
                   MOVE WS-NOVO-ALUNO TO WS-UNID-ALUNO
                   PERFORM UNIDADE-DO-ALUNO
               END-IF
               IF ALUNO-EXISTE AND NOT NA-UNIDADE
                   DISPLAY "ALUNO DA UNIDADE " WS-UNIDADE-REG
                       " - OPERADOR RESTRITO A UNIDADE "
                       WS-UNIDADE-FILTRO ". MATRICULA NAO EFETUADA."
               END-IF
               IF ALUNO-EXISTE AND NA-UNIDADE AND ALUNO-FORMADO
                   DISPLAY "ALUNO FORMADO (COLACAO DE GRAU "
                       "REGISTRADA). MATRICULA NAO EFETUADA."
               END-IF
               IF ALUNO-EXISTE AND NA-UNIDADE AND NOT ALUNO-FORMADO
                   MOVE WS-NOVO-ALUNO TO WS-BLQ-ALUNO
                   MOVE "MATRICULA" TO WS-BLQ-SERVICO
                   PERFORM VERIFICAR-BLOQUEIOS
               END-IF
               IF NOT ALUNO-EXISTE
                   MOVE WS-NOVO-ALUNO TO WS-STID-ALVO
                   PERFORM VALIDAR-PADRAO-MATRICULA
                       DISPLAY "ALUNO NAO CONSTA EM STUDENT.DAT. "
                           "MATRICULA NAO EFETUADA."
                   END-IF
               END-IF
               IF ALUNO-EXISTE AND NA-UNIDADE AND NOT ALUNO-FORMADO
                   AND NOT BLQ-LIBERADO
                   DISPLAY "MATRICULA NAO EFETUADA."
               END-IF
               IF ALUNO-EXISTE AND NA-UNIDADE AND NOT ALUNO-FORMADO
                   AND BLQ-LIBERADO
                   DISPLAY "CURSO (EX: MEDIA, EXER13, EXER08):"
                   ACCEPT WS-NOVO-CURSO
                   MOVE "N" TO WS-DUPLICADO
                   END-PERFORM
                   IF PAR-DUPLICADO
                       IF WS-MAT-STATUS(WS-PAR-ACHADO) = "T"
                           MOVE WS-NOVO-ALUNO TO WS-CHQ-ALUNO
                           MOVE WS-NOVO-CURSO TO WS-CHQ-CURSO
                           PERFORM VERIFICAR-CHOQUE-HORARIO
                           IF CHOQUE-HORARIO
                               PERFORM RECUSAR-POR-CHOQUE
                           ELSE
                               PERFORM REATIVAR-MATRICULA
                           END-IF
                       ELSE
                           DISPLAY "ALUNO JA MATRICULADO NESTE "
                               "CURSO."
                   PERFORM GRAVAR-AUDITORIA
               END-IF
           END-IF.
           IF MATRICULA-LIBERADA
               MOVE WS-NOVO-ALUNO TO WS-CHQ-ALUNO
               MOVE WS-NOVO-CURSO TO WS-CHQ-CURSO
               PERFORM VERIFICAR-CHOQUE-HORARIO
               IF CHOQUE-HORARIO
                   MOVE "N" TO WS-LIBERADA
                   PERFORM RECUSAR-POR-CHOQUE
               END-IF
           END-IF.
           IF MATRICULA-LIBERADA
               PERFORM VERIFICAR-CAPACIDADE
               IF TURMA-CHEIA
               DISPLAY "MATRICULA EFETUADA."
           END-IF.

      * Timetable clash (HORARIO.cpy): the section of an enrollment
      * is the student's ST-TURMA row for the course, as for
      * capacity. Each meeting of the WS-CHQ-CURSO section is
      * compared with the meetings of the sections of the student's
      * other active enrollments in the same term; same weekday and
      * each starting before the other ends is a clash. A course
      * with no meetings on file never clashes.
       VERIFICAR-CHOQUE-HORARIO.
           MOVE "N" TO WS-CHOQUE.
           MOVE SPACES TO WS-CHQ-TURMA WS-CHQ-OUTRO.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-ALUNOS
               IF WS-ALT-ID(WS-K) = WS-CHQ-ALUNO
                   MOVE WS-ALT-TURMA(WS-K) TO WS-CHQ-TURMA
               END-IF
           END-PERFORM.
           MOVE WS-CHQ-CURSO TO WS-BUSCA-CURSO.
           PERFORM OBTER-TERMO-SECAO.
           MOVE WS-TERMO-SECAO TO WS-TERMO-NOVO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL OR CHOQUE-HORARIO
               IF WS-MAT-ALUNO(WS-J) = WS-CHQ-ALUNO
                   AND WS-MAT-CURSO(WS-J) NOT = WS-CHQ-CURSO
                   AND WS-MAT-STATUS(WS-J) NOT = "T"
                   MOVE WS-MAT-CURSO(WS-J) TO WS-BUSCA-CURSO
                   PERFORM OBTER-TERMO-SECAO
                   IF WS-TERMO-SECAO = WS-TERMO-NOVO
                       PERFORM COMPARAR-HORARIOS
                   END-IF
               END-IF
           END-PERFORM.

       COMPARAR-HORARIOS.
           PERFORM VARYING WS-H1 FROM 1 BY 1
               UNTIL WS-H1 > WS-TOTAL-HORARIOS OR CHOQUE-HORARIO
               IF WS-HOR-TURMA(WS-H1) = WS-CHQ-TURMA
                   AND WS-HOR-CURSO(WS-H1) = WS-CHQ-CURSO
                   PERFORM VARYING WS-H2 FROM 1 BY 1
                       UNTIL WS-H2 > WS-TOTAL-HORARIOS
                           OR CHOQUE-HORARIO
                       IF WS-HOR-TURMA(WS-H2) = WS-CHQ-TURMA
                           AND WS-HOR-CURSO(WS-H2) = WS-BUSCA-CURSO
                           AND WS-HOR-DIA(WS-H2) = WS-HOR-DIA(WS-H1)
                           AND WS-HOR-INICIO(WS-H2)
                               < WS-HOR-FIM(WS-H1)
                           AND WS-HOR-FIM(WS-H2)
                               > WS-HOR-INICIO(WS-H1)
                           MOVE "S" TO WS-CHOQUE
                           MOVE WS-BUSCA-CURSO TO WS-CHQ-OUTRO
                           MOVE WS-HOR-DIA(WS-H1) TO WS-CHQ-DIA
                           MOVE WS-HOR-INICIO(WS-H1) TO WS-CHQ-INICIO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * TU-TERMO of the WS-CHQ-TURMA section of WS-BUSCA-CURSO;
      * spaces when the section is not on TURMAS.DAT.
       OBTER-TERMO-SECAO.
           MOVE SPACES TO WS-TERMO-SECAO.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-TURMAS
               IF WS-TUR-COD(WS-K) = WS-CHQ-TURMA
                   AND WS-TUR-CURSO(WS-K) = WS-BUSCA-CURSO
                   MOVE WS-TUR-TERMO(WS-K) TO WS-TERMO-SECAO
               END-IF
           END-PERFORM.

       RECUSAR-POR-CHOQUE.
           DISPLAY "MATRICULA RECUSADA: CHOQUE DE HORARIO NA TURMA "
               WS-CHQ-TURMA " ENTRE " WS-CHQ-CURSO " E "
               WS-CHQ-OUTRO " (DIA " WS-CHQ-DIA " AS "
               WS-CHQ-INICIO ")."
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "MATRICULA RECUSADA ALUNO=" DELIMITED BY SIZE
               WS-CHQ-ALUNO DELIMITED BY SIZE
               " CURSO=" DELIMITED BY SIZE
               WS-CHQ-CURSO DELIMITED BY SIZE
               " CHOQUE HORARIO=" DELIMITED BY SIZE
               WS-CHQ-OUTRO DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.

      * Capacity per section (TURMA.cpy): the student's ST-TURMA row
      * for this course caps how many students of that section can
      * be enrolled in it. No turma row for the pair means no
               CLOSE OPERMST-FILE
           END-IF.

      * Active holds (BLQCHK.cpy) on WS-BLQ-ALUNO: each one is shown
      * with its reason and the service is refused unless a
      * supervisor overrides; the refusal and the override both go
      * to AUDIT-LOG.DAT.
       VERIFICAR-BLOQUEIOS.
           MOVE "S" TO WS-BLQ-LIBERADO.
           MOVE 0 TO WS-BLQ-QTDE.
           MOVE SPACES TO WS-BLQ-TIPOS.
           MOVE SPACES TO WS-BLQ-STATUS.
           OPEN INPUT HOLDS-FILE.
           IF WS-BLQ-STATUS = "00"
               PERFORM UNTIL WS-BLQ-STATUS = "10"
                   READ HOLDS-FILE
                       AT END
                           MOVE "10" TO WS-BLQ-STATUS
                       NOT AT END
                           IF BL-STUDENT-ID = WS-BLQ-ALUNO
                               AND BL-ATIVO
                               ADD 1 TO WS-BLQ-QTDE
                               IF WS-BLQ-QTDE <= 5
                                   MOVE BL-TIPO TO WS-BLQ-TIPOS
                                       (WS-BLQ-QTDE * 4 - 3:3)
                               END-IF
                               DISPLAY "BLOQUEIO ATIVO " BL-TIPO
                                   " (" BL-SETOR ") DESDE "
                                   BL-DATA-COLOCACAO ": " BL-MOTIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.
           IF WS-BLQ-QTDE > 0
               MOVE "N" TO WS-BLQ-LIBERADO
               DISPLAY "SERVICO " WS-BLQ-SERVICO " RECUSADO: ALUNO "
                   WS-BLQ-ALUNO " COM " WS-BLQ-QTDE
                   " BLOQUEIO(S) ATIVO(S)."
               MOVE SPACES TO WS-SN-RESPOSTA
               PERFORM UNTIL SN-VALIDA
                   DISPLAY "APLICAR OVERRIDE DE SUPERVISOR? (S/N)"
                   ACCEPT WS-SN-RESPOSTA
                   IF NOT SN-VALIDA
                       DISPLAY "OPCAO INVALIDA. DIGITE S OU N."
                   END-IF
               END-PERFORM
               IF SN-SIM
                   PERFORM VERIFICAR-SUPERVISOR
                   IF SUPERVISOR-OK
                       MOVE "S" TO WS-BLQ-LIBERADO
                       MOVE SPACES TO WS-AUDIT-MSG
                       STRING "OVERRIDE BLOQUEIO ALUNO="
                           DELIMITED BY SIZE
                           WS-BLQ-ALUNO DELIMITED BY SIZE
                           " SERVICO=" DELIMITED BY SIZE
                           WS-BLQ-SERVICO DELIMITED BY SIZE
                           " TIPOS=" DELIMITED BY SIZE
                           WS-BLQ-TIPOS DELIMITED BY SIZE
                           INTO WS-AUDIT-MSG
                       END-STRING
                       PERFORM GRAVAR-AUDITORIA
                       DISPLAY "OVERRIDE REGISTRADO EM AUDIT-LOG.DAT."
                   ELSE
                       DISPLAY "OVERRIDE NEGADO: O OPERADOR DA SESSAO ("
                           WS-OPERADOR ") NAO E SUPERVISOR."
                   END-IF
               END-IF
               IF NOT BLQ-LIBERADO
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "BLOQUEIO RECUSOU ALUNO=" DELIMITED BY SIZE
                       WS-BLQ-ALUNO DELIMITED BY SIZE
                       " SERVICO=" DELIMITED BY SIZE
                       WS-BLQ-SERVICO DELIMITED BY SIZE
                       " TIPOS=" DELIMITED BY SIZE
                       WS-BLQ-TIPOS DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   PERFORM GRAVAR-AUDITORIA
               END-IF
           END-IF.

      * Every PREREQUISITES.DAT pair for the course must be covered
      * by a vigente APROVADO row in the grading history or by a
      * transfer credit; the first uncovered prerequisite is
      * reported.
       VERIFICAR-PREREQUISITOS.
           MOVE "S" TO WS-PREREQ-ATENDIDO.
           MOVE SPACES TO WS-PREREQ-FALTANTE.
               END-PERFORM
               CLOSE STUDENT-GRADES-FILE
           END-IF.
           IF NOT PREREQ-TEM-NOTA
               PERFORM VERIFICAR-APROVEITAMENTO
           END-IF.

       VERIFICAR-APROVEITAMENTO.
           MOVE SPACES TO WS-APROV-STATUS.
           OPEN INPUT APROV-FILE.
           IF WS-APROV-STATUS = "00"
               PERFORM UNTIL WS-APROV-STATUS = "10"
                   READ APROV-FILE
                       AT END
                           MOVE "10" TO WS-APROV-STATUS
                       NOT AT END
                           IF AP-STUDENT-ID = WS-NOVO-ALUNO
                               AND AP-COURSE-ID = WS-EXIGIDO-ATUAL
                               MOVE "S" TO WS-PREREQ-TEM-NOTA
                               MOVE "10" TO WS-APROV-STATUS
                               DISPLAY "PREREQUISITO " WS-EXIGIDO-ATUAL
                                   " ATENDIDO POR APROVEITAMENTO (AP)."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APROV-FILE
           END-IF.

      * Institutional matricula standard (STIDCHK.cpy): ALU + seis
      * digitos de sequencia + digito verificador (soma ponderada

       VERIFICAR-ALUNO-CADASTRADO.
           MOVE "N" TO WS-ALUNO-EXISTE.
           MOVE "N" TO WS-ALUNO-FORMADO.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
                       NOT AT END
                           IF ST-STUDENT-ID = WS-NOVO-ALUNO
                               MOVE "S" TO WS-ALUNO-EXISTE
                               IF ST-FORMADO
                                   MOVE "S" TO WS-ALUNO-FORMADO
                               END-IF
                               MOVE "10" TO WS-STUDENT-STATUS
                           END-IF
                   END-READ
           IF WS-TOTAL > 0
               DISPLAY "NUMERO DA MATRICULA A TRANCAR:"
               ACCEPT WS-INDICE
               PERFORM CONFERIR-INDICE
               IF INDICE-OK
                   IF WS-MAT-STATUS(WS-INDICE) = "T"
                       DISPLAY "MATRICULA JA TRANCADA EM "
                           WS-MAT-EFEITO(WS-INDICE) "."
               END-IF
           END-IF.

      * A row of another campus was not on the restricted operator's
      * list, so its number is refused like any number out of range.
       CONFERIR-INDICE.
           MOVE "N" TO WS-INDICE-OK.
           IF WS-INDICE >= 1 AND WS-INDICE <= WS-TOTAL
               MOVE WS-MAT-ALUNO(WS-INDICE) TO WS-UNID-ALUNO
               PERFORM UNIDADE-DO-ALUNO
               IF NA-UNIDADE
                   MOVE "S" TO WS-INDICE-OK
               END-IF
           END-IF.

       REATIVAR-MATRICULA.
           MOVE SPACES TO WS-MAT-STATUS(WS-PAR-ACHADO).
           MOVE SPACES TO WS-MAT-EFEITO(WS-PAR-ACHADO).
               DISPLAY "PRIMEIRO DA FILA DE ESPERA: "
                   WS-FILA-ALUNO(WS-FILA-ACHADA) " (DESDE "
                   WS-FILA-QUANDO(WS-FILA-ACHADA) ")"
               MOVE WS-FILA-ALUNO(WS-FILA-ACHADA) TO WS-BLQ-ALUNO
               MOVE "MATRICULA" TO WS-BLQ-SERVICO
               PERFORM VERIFICAR-BLOQUEIOS
               MOVE SPACES TO WS-SN-RESPOSTA
               IF NOT BLQ-LIBERADO
                   DISPLAY "PROMOCAO NAO EFETUADA - O ALUNO "
                       "CONTINUA NA FILA."
                   MOVE "N" TO WS-SN-RESPOSTA
               END-IF
               PERFORM UNTIL SN-VALIDA
                   DISPLAY "PROMOVER ESTE ALUNO PARA A VAGA? (S/N)"
                   ACCEPT WS-SN-RESPOSTA
                   END-IF
               END-PERFORM
               IF SN-SIM
                   MOVE WS-FILA-ALUNO(WS-FILA-ACHADA) TO WS-CHQ-ALUNO
                   MOVE WS-FILA-CURSO(WS-FILA-ACHADA) TO WS-CHQ-CURSO
                   PERFORM VERIFICAR-CHOQUE-HORARIO
               END-IF
               IF SN-SIM AND CHOQUE-HORARIO
                   PERFORM RECUSAR-POR-CHOQUE
                   DISPLAY "PROMOCAO NAO EFETUADA - O ALUNO "
                       "CONTINUA NA FILA."
               END-IF
      * A student queued when a cancelled turma had no seat keeps the
      * trancada row of the pair: promotion reactivates it instead of
      * adding a second row.
               IF SN-SIM AND NOT CHOQUE-HORARIO
                   MOVE 0 TO WS-PAR-ACHADO
                   PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-TOTAL
                       IF WS-MAT-ALUNO(WS-J)
                           = WS-FILA-ALUNO(WS-FILA-ACHADA)
                           AND WS-MAT-CURSO(WS-J)
                               = WS-FILA-CURSO(WS-FILA-ACHADA)
                           AND WS-MAT-STATUS(WS-J) = "T"
                           MOVE WS-J TO WS-PAR-ACHADO
                       END-IF
                   END-PERFORM
                   IF WS-PAR-ACHADO = 0 AND WS-TOTAL >= 300
                       DISPLAY "ARQUIVO DE MATRICULAS CHEIO - "
                           "PROMOCAO NAO EFETUADA."
                   ELSE
                       IF WS-PAR-ACHADO = 0
                           ADD 1 TO WS-TOTAL
                           MOVE WS-TOTAL TO WS-PAR-ACHADO
                       END-IF
                       MOVE WS-FILA-ALUNO(WS-FILA-ACHADA)
                           TO WS-MAT-ALUNO(WS-PAR-ACHADO)
                       MOVE WS-FILA-CURSO(WS-FILA-ACHADA)
                           TO WS-MAT-CURSO(WS-PAR-ACHADO)
                       MOVE SPACES TO WS-MAT-STATUS(WS-PAR-ACHADO)
                       MOVE SPACES TO WS-MAT-EFEITO(WS-PAR-ACHADO)
                       MOVE "S" TO WS-ALTERADO
                       MOVE SPACES TO WS-AUDIT-MSG
                       STRING "PROMOVIDO DA FILA ALUNO="
                               TO WS-TUR-CURSO(WS-TOTAL-TURMAS)
                           MOVE TU-CAPACIDADE
                               TO WS-TUR-CAP(WS-TOTAL-TURMAS)
                           MOVE TU-TERMO
                               TO WS-TUR-TERMO(WS-TOTAL-TURMAS)
                           MOVE TU-UNIDADE
                               TO WS-TUR-UNIDADE(WS-TOTAL-TURMAS)
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           END-IF.

       CARREGAR-HORARIOS.
           MOVE SPACES TO WS-HORARIO-STATUS.
           OPEN INPUT HORARIO-FILE.
           IF WS-HORARIO-STATUS = "00"
               PERFORM UNTIL WS-HORARIO-STATUS = "10"
                   OR WS-TOTAL-HORARIOS = 200
                   READ HORARIO-FILE
                       AT END
                           MOVE "10" TO WS-HORARIO-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-HORARIOS
                           MOVE HR-TURMA
                               TO WS-HOR-TURMA(WS-TOTAL-HORARIOS)
                           MOVE HR-COURSE-ID
                               TO WS-HOR-CURSO(WS-TOTAL-HORARIOS)
                           MOVE HR-DIA-SEMANA
                               TO WS-HOR-DIA(WS-TOTAL-HORARIOS)
                           MOVE HR-INICIO
                               TO WS-HOR-INICIO(WS-TOTAL-HORARIOS)
                           MOVE HR-FIM
                               TO WS-HOR-FIM(WS-TOTAL-HORARIOS)
                   END-READ
               END-PERFORM
               CLOSE HORARIO-FILE
           END-IF.

       CARREGAR-ALUNOS-TURMA.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           IF NOT ST-FORMADO
                               AND WS-TOTAL-ALUNOS < 100
                               ADD 1 TO WS-TOTAL-ALUNOS
                               MOVE ST-STUDENT-ID
                                   TO WS-ALT-ID(WS-TOTAL-ALUNOS)
                               MOVE ST-TURMA
                                   TO WS-ALT-TURMA(WS-TOTAL-ALUNOS)
                           END-IF
                           IF WS-TOTAL-UNIDADES < 300
                               PERFORM GUARDAR-UNIDADE-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       GUARDAR-UNIDADE-ALUNO.
           ADD 1 TO WS-TOTAL-UNIDADES.
           MOVE ST-STUDENT-ID TO WS-UNI-ALUNO(WS-TOTAL-UNIDADES).
           MOVE ST-UNIDADE TO WS-UNI-COD(WS-TOTAL-UNIDADES).
           IF ST-TURMA NOT = SPACES
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TOTAL-TURMAS
                   IF WS-TUR-COD(WS-K) = ST-TURMA
                       MOVE WS-TUR-UNIDADE(WS-K)
                           TO WS-UNI-COD(WS-TOTAL-UNIDADES)
                   END-IF
               END-PERFORM
           END-IF.

       CARREGAR-FILA-ESPERA.
           MOVE SPACES TO WS-WAITLIST-STATUS.
           OPEN INPUT WAITLIST-FILE.
           CLOSE AUDIT-FILE.
           PERFORM LIBERAR-TRAVA.

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

      * The campus of WS-UNID-ALUNO against the filter; a student not
      * on STUDENT.DAT reads as SEDE.
       UNIDADE-DO-ALUNO.
           MOVE SPACES TO WS-UNIDADE-REG.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-UNIDADES
               IF WS-UNI-ALUNO(WS-K) = WS-UNID-ALUNO
                   MOVE WS-UNI-COD(WS-K) TO WS-UNIDADE-REG
               END-IF
           END-PERFORM.
           PERFORM VERIFICAR-UNIDADE.

      * Resolves THIS terminal's session in the registry (see
      * OPERSES.cpy / SESRESOL.cpy): the menu exports
      * OPERADOR_TERMINAL for the programs it launches; started
