      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Recuperacao exam schedule, in place of the office
      *          whiteboard. Takes the students RECUP-ELEGIVEIS put
      *          on RECUP-ELEGIVEIS.DAT for the open term and gives
      *          each course with eligible students one exam date and
      *          time slot inside the term on TERM-CALENDAR.DAT
      *          (TERMCAL.cpy) - the weekdays after the grade-entry
      *          deadline up to the end of the term, a morning and an
      *          afternoon slot a day - and rooms from the sections'
      *          rooms on TURMAS.DAT (TURMA.cpy), by capacity. The
      *          largest course is placed first, each in the earliest
      *          slot where none of its students already sits another
      *          exam and the free rooms seat them all: the smallest
      *          free room that holds the whole course, otherwise the
      *          largest rooms first. A room holds one exam per slot
      *          and is not used while HORARIOS.DAT (HORARIO.cpy)
      *          has a class meeting in it - a meeting is in the
      *          campus of its section (TU-UNIDADE), so a room code
      *          repeated on another campus is not blocked by it.
      *          The schedule and, per
      *          room and slot, an attendance list with seat numbers
      *          and a signature column are printed to
      *          RECUP-LISTAS.DAT (PRTHDR.cpy); every student seated
      *          goes to RECUP-AGENDA.DAT (RECUPAGE.cpy), the register
      *          RECUP-CAPTURA checks the exam grades against. Running
      *          the term again replaces its lines. A course that
      *          fits no slot is listed unscheduled with RC 16.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUP-AGENDA.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELEGIVEL-FILE ASSIGN TO "RECUP-ELEGIVEIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELEGIVEL-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT TERMCAL-FILE ASSIGN TO "TERM-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMCAL-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT HORARIO-FILE ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
           SELECT AGENDA-FILE ASSIGN TO "RECUP-AGENDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RECUP-LISTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * RECUP-ELEGIVEIS.DAT is the extract's printed line: matricula,
      * name, course, " MEDIA=" and " TERMO=" at fixed columns,
      * between a title line and a TOTAL line.
       FD  ELEGIVEL-FILE.
       01 ELEGIVEL-RECORD.
           05 EL-STUDENT-ID      PIC X(10).
           05 FILLER             PIC X(01).
           05 EL-NOME            PIC X(30).
           05 FILLER             PIC X(01).
           05 EL-COURSE-ID       PIC X(10).
           05 EL-ROTULO-MEDIA    PIC X(07).
           05 EL-MEDIA           PIC X(06).
           05 EL-ROTULO-TERMO    PIC X(07).
           05 EL-TERMO           PIC X(06).
           05 FILLER             PIC X(22).

       FD  TERM-FILE.
           COPY TERM.

       FD  TERMCAL-FILE.
           COPY TERMCAL.

       FD  TURMA-FILE.
           COPY TURMA.

       FD  HORARIO-FILE.
           COPY HORARIO.

       FD  AGENDA-FILE.
           COPY RECUPAGE.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-ELEGIVEL-STATUS PIC X(2) VALUE SPACES.
       77 WS-TERM-STATUS     PIC X(2) VALUE SPACES.
       77 WS-TERMCAL-STATUS  PIC X(2) VALUE SPACES.
       77 WS-TURMA-STATUS    PIC X(2) VALUE SPACES.
       77 WS-HORARIO-STATUS  PIC X(2) VALUE SPACES.
       77 WS-AGENDA-STATUS   PIC X(2) VALUE SPACES.

       COPY PRTHDR.

       77 WS-TERMO-ATUAL     PIC X(6) VALUE SPACES.
       77 WS-CAL-ACHOU       PIC X VALUE "N".
           88 CAL-ACHOU      VALUE "S".
       77 WS-CAL-INICIO      PIC 9(8) VALUE 0.
       77 WS-CAL-FIM         PIC 9(8) VALUE 0.
       77 WS-DIA-INT         PIC 9(7) VALUE 0.
       77 WS-DIA-FIM-INT     PIC 9(7) VALUE 0.
       77 WS-DIA-SEMANA      PIC 9 VALUE 0.
       77 WS-HOJE            PIC X(8) VALUE SPACES.

      * Exam slots of a day, HHMM start and end.
       01 WS-TURNOS-VALORES.
           05 FILLER         PIC X(8) VALUE "08001100".
           05 FILLER         PIC X(8) VALUE "14001700".
       01 WS-TURNOS REDEFINES WS-TURNOS-VALORES.
           05 WS-TURNO OCCURS 2 TIMES.
               10 WS-TURNO-INICIO PIC 9(4).
               10 WS-TURNO-FIM    PIC 9(4).
       77 WS-TOTAL-TURNOS    PIC 9 VALUE 2.

       01 WS-TABELA-CANDIDATOS.
           05 WS-CA-ENTRY OCCURS 2000 TIMES.
               10 WS-CA-ALUNO     PIC X(10).
               10 WS-CA-NOME      PIC X(30).
               10 WS-CA-CURSO     PIC X(10).
               10 WS-CA-CURSO-IX  PIC 9(3).
               10 WS-CA-SALA-IX   PIC 9(3).
               10 WS-CA-ASSENTO   PIC 9(3).
       01 WS-CA-TROCA        PIC X(59).
       77 WS-TOTAL-CANDIDATOS PIC 9(4) VALUE 0.
       77 WS-ELEGIVEIS-LIDOS PIC 9(4) VALUE 0.

       01 WS-TABELA-CURSOS.
           05 WS-CU-ENTRY OCCURS 100 TIMES.
               10 WS-CU-CURSO     PIC X(10).
               10 WS-CU-QTDE      PIC 9(4).
               10 WS-CU-SLOT      PIC 9(3).
       01 WS-CU-TROCA        PIC X(17).
       77 WS-TOTAL-CURSOS    PIC 9(3) VALUE 0.

       01 WS-TABELA-SALAS.
           05 WS-SA-ENTRY OCCURS 100 TIMES.
               10 WS-SA-SALA      PIC X(6).
               10 WS-SA-UNIDADE   PIC X(4).
               10 WS-SA-CAPAC     PIC 9(3).
       77 WS-TOTAL-SALAS     PIC 9(3) VALUE 0.
       77 WS-UNIDADE-LIDA    PIC X(4) VALUE SPACES.

      * Campus of each section (turma + course), for the meetings.
       01 WS-TABELA-SECOES.
           05 WS-SE-ENTRY OCCURS 500 TIMES.
               10 WS-SE-CHAVE     PIC X(14).
               10 WS-SE-UNIDADE   PIC X(4).
       77 WS-TOTAL-SECOES    PIC 9(3) VALUE 0.
       77 WS-SECOES-FORA     PIC 9(4) VALUE 0.
       01 WS-SE-BUSCA.
           05 WS-SE-BUSCA-TURMA PIC X(4).
           05 WS-SE-BUSCA-CURSO PIC X(10).

       01 WS-TABELA-HORARIOS.
           05 WS-HO-ENTRY OCCURS 500 TIMES.
               10 WS-HO-SALA      PIC X(6).
               10 WS-HO-UNIDADE   PIC X(4).
               10 WS-HO-DIA       PIC 9.
               10 WS-HO-INICIO    PIC 9(4).
               10 WS-HO-FIM       PIC 9(4).
       77 WS-TOTAL-HORARIOS  PIC 9(3) VALUE 0.

      * One entry per exam slot; WS-SL-SALA-CURSO holds, per room,
      * the course index seated there, 0 free, 999 a class meeting.
       01 WS-TABELA-SLOTS.
           05 WS-SL-ENTRY OCCURS 200 TIMES.
               10 WS-SL-DATA      PIC 9(8).
               10 WS-SL-DIA       PIC 9.
               10 WS-SL-TURNO     PIC 9.
               10 WS-SL-SALA-CURSO PIC 9(3) OCCURS 100 TIMES.
       77 WS-TOTAL-SLOTS     PIC 9(3) VALUE 0.
       77 WS-SLOTS-FORA      PIC 9(3) VALUE 0.

       01 WS-TABELA-AGENDA.
           05 WS-AG-LINHA OCCURS 3000 TIMES PIC X(63).
       77 WS-TOTAL-AGENDA    PIC 9(4) VALUE 0.
       77 WS-AGENDA-CHEIA    PIC X VALUE "N".
           88 AGENDA-CHEIA   VALUE "S".

       77 WS-I               PIC 9(4).
       77 WS-J               PIC 9(4).
       77 WS-K               PIC 9(4).
       77 WS-C               PIC 9(3).
       77 WS-S               PIC 9(3).
       77 WS-R               PIC 9(3).
       77 WS-T               PIC 9.
       77 WS-MELHOR          PIC 9(3).
       77 WS-ACHOU           PIC X VALUE "N".
           88 ACHOU          VALUE "S".
       77 WS-CONFLITO        PIC X VALUE "N".
           88 HA-CONFLITO    VALUE "S".
       77 WS-LIVRE-TOTAL     PIC 9(5) VALUE 0.
       77 WS-FALTAM          PIC 9(5) VALUE 0.
       77 WS-ASSENTO         PIC 9(3) VALUE 0.
       77 WS-AGENDADOS       PIC 9(3) VALUE 0.
       77 WS-NAO-AGENDADOS   PIC 9(3) VALUE 0.
       77 WS-LISTAS          PIC 9(4) VALUE 0.
       77 WS-SENTADOS        PIC 9(4) VALUE 0.
       77 WS-PTR             PIC 9(3) VALUE 1.

       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.
       01 WS-TITULO          PIC X(40) VALUE SPACES.
       01 WS-SUBTITULO       PIC X(100) VALUE SPACES.
       01 WS-COLUNAS         PIC X(100) VALUE SPACES.
       01 WS-DATA-N          PIC 9(8) VALUE 0.
       01 WS-DATA-X REDEFINES WS-DATA-N.
           05 WS-DATA-AAAA   PIC X(4).
           05 WS-DATA-MM     PIC X(2).
           05 WS-DATA-DD     PIC X(2).
       01 WS-DATA-DISP       PIC X(10) VALUE SPACES.
       01 WS-HORA-N          PIC 9(4) VALUE 0.
       01 WS-HORA-X REDEFINES WS-HORA-N.
           05 WS-HORA-HH     PIC X(2).
           05 WS-HORA-MI     PIC X(2).
       01 WS-HORARIO-DISP    PIC X(11) VALUE SPACES.
       01 WS-QTDE-DISP       PIC ZZZ9.
       01 WS-ASSENTO-DISP    PIC ZZ9.
       01 WS-CAPAC-DISP      PIC ZZ9.
       01 WS-SALAS-DISP      PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE TO WS-PRINT-DATA.
           PERFORM LER-TERMO-ABERTO.
           IF WS-TERMO-ATUAL = SPACES
               DISPLAY "NENHUM TERMO LETIVO ABERTO EM "
                   "ACADEMIC-TERM.DAT - RECUPERACAO NAO AGENDADA."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "TERMO LETIVO: " WS-TERMO-ATUAL.

           PERFORM LER-CALENDARIO.
           IF NOT CAL-ACHOU
               DISPLAY "TERMO " WS-TERMO-ATUAL " SEM LINHA EM "
                   "TERM-CALENDAR.DAT - SEM PERIODO PARA A "
                   "RECUPERACAO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CARREGAR-ELEGIVEIS.
           IF WS-ELEGIVEL-STATUS = "35"
               DISPLAY "RECUP-ELEGIVEIS.DAT AUSENTE - EXECUTE "
                   "RECUP-ELEGIVEIS ANTES DO AGENDAMENTO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TOTAL-CANDIDATOS = 0
               DISPLAY "NENHUM ALUNO ELEGIVEL NO TERMO "
                   WS-TERMO-ATUAL " - NADA A AGENDAR."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CARREGAR-SALAS.
           IF WS-TOTAL-SALAS = 0
               DISPLAY "NENHUMA SALA COM CAPACIDADE EM TURMAS.DAT - "
                   "RECUPERACAO NAO AGENDADA."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARREGAR-HORARIOS.
           PERFORM MONTAR-SLOTS.
           IF WS-TOTAL-SLOTS = 0
               DISPLAY "NENHUM DIA UTIL ENTRE O PRAZO DE NOTAS E O "
                   "FIM DO TERMO " WS-TERMO-ATUAL
                   " - RECUPERACAO NAO AGENDADA."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SLOTS-FORA > 0
               DISPLAY "AVISO: " WS-SLOTS-FORA " HORARIO(S) DE EXAME "
                   "ALEM DA CAPACIDADE DA TABELA FORAM IGNORADOS."
           END-IF.

           PERFORM ORDENAR-CANDIDATOS.
           PERFORM MONTAR-CURSOS.
           PERFORM ORDENAR-CURSOS.
           PERFORM INDEXAR-CANDIDATOS.

           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-TOTAL-CURSOS
               PERFORM AGENDAR-CURSO
           END-PERFORM.

           PERFORM CARREGAR-AGENDA.
           IF AGENDA-CHEIA
               DISPLAY "RECUP-AGENDA.DAT EXCEDE A TABELA (MAX 3000) "
                   "- AGENDA NAO REGRAVADA."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GRAVAR-AGENDA.
           PERFORM IMPRIMIR-AGENDA.

           DISPLAY "CURSOS AGENDADOS:     " WS-AGENDADOS.
           DISPLAY "CURSOS SEM HORARIO:   " WS-NAO-AGENDADOS.
           DISPLAY "ALUNOS NAS LISTAS:    " WS-SENTADOS.
           DISPLAY "LISTAS DE PRESENCA:   " WS-LISTAS
               " (RECUP-LISTAS.DAT)".
           IF WS-NAO-AGENDADOS > 0
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LER-TERMO-ABERTO.
           MOVE SPACES TO WS-TERMO-ATUAL.
           MOVE SPACES TO WS-TERM-STATUS.
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

      * The exam period: from the day after the grade-entry
      * deadline - the regular grades are in - to the end of the
      * term.
       LER-CALENDARIO.
           MOVE "N" TO WS-CAL-ACHOU.
           MOVE SPACES TO WS-TERMCAL-STATUS.
           OPEN INPUT TERMCAL-FILE.
           IF WS-TERMCAL-STATUS = "00"
               PERFORM UNTIL WS-TERMCAL-STATUS = "10"
                   READ TERMCAL-FILE
                       AT END
                           MOVE "10" TO WS-TERMCAL-STATUS
                       NOT AT END
                           IF TC-TERM-ID = WS-TERMO-ATUAL
                               AND TC-PRAZO-NOTAS IS NUMERIC
                               AND TC-FIM IS NUMERIC
                               MOVE "S" TO WS-CAL-ACHOU
                               MOVE TC-PRAZO-NOTAS TO WS-CAL-INICIO
                               MOVE TC-FIM TO WS-CAL-FIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMCAL-FILE
           END-IF.
           IF CAL-ACHOU
               COMPUTE WS-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-INICIO) + 1
               COMPUTE WS-DIA-FIM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-FIM)
           END-IF.

       CARREGAR-ELEGIVEIS.
           MOVE SPACES TO WS-ELEGIVEL-STATUS.
           OPEN INPUT ELEGIVEL-FILE.
           IF WS-ELEGIVEL-STATUS = "00"
               PERFORM UNTIL WS-ELEGIVEL-STATUS = "10"
                   READ ELEGIVEL-FILE
                       AT END
                           MOVE "10" TO WS-ELEGIVEL-STATUS
                       NOT AT END
                           IF EL-ROTULO-MEDIA = " MEDIA="
                               AND EL-TERMO = WS-TERMO-ATUAL
                               PERFORM GUARDAR-CANDIDATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELEGIVEL-FILE
           ELSE
               MOVE "35" TO WS-ELEGIVEL-STATUS
           END-IF.

       GUARDAR-CANDIDATO.
           ADD 1 TO WS-ELEGIVEIS-LIDOS.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-CANDIDATOS OR ACHOU
               IF WS-CA-ALUNO(WS-I) = EL-STUDENT-ID
                   AND WS-CA-CURSO(WS-I) = EL-COURSE-ID
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF NOT ACHOU
               IF WS-TOTAL-CANDIDATOS = 2000
                   DISPLAY "RECUP-ELEGIVEIS.DAT EXCEDE A TABELA DE "
                       "ALUNOS (MAX 2000) - RECUPERACAO NAO AGENDADA."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-CANDIDATOS
               MOVE EL-STUDENT-ID TO WS-CA-ALUNO(WS-TOTAL-CANDIDATOS)
               MOVE EL-NOME TO WS-CA-NOME(WS-TOTAL-CANDIDATOS)
               MOVE EL-COURSE-ID TO WS-CA-CURSO(WS-TOTAL-CANDIDATOS)
               MOVE 0 TO WS-CA-CURSO-IX(WS-TOTAL-CANDIDATOS)
               MOVE 0 TO WS-CA-SALA-IX(WS-TOTAL-CANDIDATOS)
               MOVE 0 TO WS-CA-ASSENTO(WS-TOTAL-CANDIDATOS)
           END-IF.

      * Rooms are the sections' rooms, one entry per room + campus
      * with the largest capacity any section gives it; spaces in
      * TU-UNIDADE read as SEDE. Every section's campus is kept for
      * the class meetings.
       CARREGAR-SALAS.
           MOVE SPACES TO WS-TURMA-STATUS.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS = "00"
               PERFORM UNTIL WS-TURMA-STATUS = "10"
                   READ TURMA-FILE
                       AT END
                           MOVE "10" TO WS-TURMA-STATUS
                       NOT AT END
                           PERFORM GUARDAR-SECAO
                           IF TU-SALA NOT = SPACES
                               AND TU-CAPACIDADE IS NUMERIC
                               AND TU-CAPACIDADE > 0
                               PERFORM GUARDAR-SALA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           END-IF.
           IF WS-SECOES-FORA > 0
               DISPLAY "AVISO: " WS-SECOES-FORA " TURMA(S) ALEM DA "
                   "TABELA (MAX 500) - SUAS AULAS CONTAM COMO SEDE."
           END-IF.

       GUARDAR-SECAO.
           IF WS-TOTAL-SECOES < 500
               ADD 1 TO WS-TOTAL-SECOES
               MOVE TU-TURMA TO WS-SE-CHAVE(WS-TOTAL-SECOES)(1:4)
               MOVE TU-COURSE-ID
                   TO WS-SE-CHAVE(WS-TOTAL-SECOES)(5:10)
               MOVE TU-UNIDADE TO WS-SE-UNIDADE(WS-TOTAL-SECOES)
               IF TU-UNIDADE = SPACES
                   MOVE "SEDE" TO WS-SE-UNIDADE(WS-TOTAL-SECOES)
               END-IF
           ELSE
               ADD 1 TO WS-SECOES-FORA
           END-IF.

       GUARDAR-SALA.
           MOVE TU-UNIDADE TO WS-UNIDADE-LIDA.
           IF WS-UNIDADE-LIDA = SPACES
               MOVE "SEDE" TO WS-UNIDADE-LIDA
           END-IF.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-TOTAL-SALAS OR ACHOU
               IF WS-SA-SALA(WS-R) = TU-SALA
                   AND WS-SA-UNIDADE(WS-R) = WS-UNIDADE-LIDA
                   MOVE "S" TO WS-ACHOU
                   IF TU-CAPACIDADE > WS-SA-CAPAC(WS-R)
                       MOVE TU-CAPACIDADE TO WS-SA-CAPAC(WS-R)
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT ACHOU
               IF WS-TOTAL-SALAS < 100
                   ADD 1 TO WS-TOTAL-SALAS
                   MOVE TU-SALA TO WS-SA-SALA(WS-TOTAL-SALAS)
                   MOVE WS-UNIDADE-LIDA
                       TO WS-SA-UNIDADE(WS-TOTAL-SALAS)
                   MOVE TU-CAPACIDADE TO WS-SA-CAPAC(WS-TOTAL-SALAS)
               ELSE
                   DISPLAY "AVISO: SALA " TU-SALA " ALEM DA TABELA "
                       "DE SALAS (MAX 100) - IGNORADA."
               END-IF
           END-IF.

       CARREGAR-HORARIOS.
           MOVE SPACES TO WS-HORARIO-STATUS.
           OPEN INPUT HORARIO-FILE.
           IF WS-HORARIO-STATUS = "00"
               PERFORM UNTIL WS-HORARIO-STATUS = "10"
                   OR WS-TOTAL-HORARIOS = 500
                   READ HORARIO-FILE
                       AT END
                           MOVE "10" TO WS-HORARIO-STATUS
                       NOT AT END
                           IF HR-DIA-VALIDO
                               ADD 1 TO WS-TOTAL-HORARIOS
                               MOVE HR-SALA
                                   TO WS-HO-SALA(WS-TOTAL-HORARIOS)
                               PERFORM LOCALIZAR-UNIDADE-SECAO
                               MOVE WS-UNIDADE-LIDA
                                   TO WS-HO-UNIDADE(WS-TOTAL-HORARIOS)
                               MOVE HR-DIA-SEMANA
                                   TO WS-HO-DIA(WS-TOTAL-HORARIOS)
                               MOVE HR-INICIO
                                   TO WS-HO-INICIO(WS-TOTAL-HORARIOS)
                               MOVE HR-FIM
                                   TO WS-HO-FIM(WS-TOTAL-HORARIOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HORARIO-FILE
           END-IF.

      * A meeting's campus is its section's; a section not on
      * TURMAS.DAT reads as SEDE, like a blank TU-UNIDADE.
       LOCALIZAR-UNIDADE-SECAO.
           MOVE HR-TURMA TO WS-SE-BUSCA-TURMA.
           MOVE HR-COURSE-ID TO WS-SE-BUSCA-CURSO.
           MOVE "SEDE" TO WS-UNIDADE-LIDA.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-SECOES
               IF WS-SE-CHAVE(WS-K) = WS-SE-BUSCA
                   MOVE WS-SE-UNIDADE(WS-K) TO WS-UNIDADE-LIDA
               END-IF
           END-PERFORM.

      * Weekdays of the exam period, each with its slots. Weekday
      * numbering as HORARIO.cpy: 2 = SEGUNDA ... 6 = SEXTA.
       MONTAR-SLOTS.
           PERFORM UNTIL WS-DIA-INT > WS-DIA-FIM-INT
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DIA-INT - 1, 7) + 2
               IF WS-DIA-SEMANA >= 2 AND WS-DIA-SEMANA <= 6
                   PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-TOTAL-TURNOS
                       IF WS-TOTAL-SLOTS < 200
                           ADD 1 TO WS-TOTAL-SLOTS
                           MOVE WS-TOTAL-SLOTS TO WS-S
                           COMPUTE WS-SL-DATA(WS-S) =
                               FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
                           MOVE WS-DIA-SEMANA TO WS-SL-DIA(WS-S)
                           MOVE WS-T TO WS-SL-TURNO(WS-S)
                           PERFORM MARCAR-SALAS-EM-AULA
                       ELSE
                           ADD 1 TO WS-SLOTS-FORA
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO WS-DIA-INT
           END-PERFORM.

      * A room with a class meeting overlapping the slot is not
      * offered; a meeting ending when the exam starts does not
      * clash. Room and campus must both match.
       MARCAR-SALAS-EM-AULA.
           PERFORM VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-TOTAL-SALAS
               MOVE 0 TO WS-SL-SALA-CURSO(WS-S, WS-R)
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TOTAL-HORARIOS
                   IF WS-HO-SALA(WS-K) = WS-SA-SALA(WS-R)
                       AND WS-HO-UNIDADE(WS-K) = WS-SA-UNIDADE(WS-R)
                       AND WS-HO-DIA(WS-K) = WS-DIA-SEMANA
                       AND WS-HO-INICIO(WS-K) < WS-TURNO-FIM(WS-T)
                       AND WS-HO-FIM(WS-K) > WS-TURNO-INICIO(WS-T)
                       MOVE 999 TO WS-SL-SALA-CURSO(WS-S, WS-R)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Course, then name - the seat order on the lists.
       ORDENAR-CANDIDATOS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-TOTAL-CANDIDATOS
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-CANDIDATOS - WS-I
                   IF WS-CA-CURSO(WS-J) > WS-CA-CURSO(WS-J + 1)
                       OR (WS-CA-CURSO(WS-J) = WS-CA-CURSO(WS-J + 1)
                       AND WS-CA-NOME(WS-J) > WS-CA-NOME(WS-J + 1))
                       MOVE WS-CA-ENTRY(WS-J) TO WS-CA-TROCA
                       MOVE WS-CA-ENTRY(WS-J + 1)
                           TO WS-CA-ENTRY(WS-J)
                       MOVE WS-CA-TROCA TO WS-CA-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       MONTAR-CURSOS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-CANDIDATOS
               IF WS-TOTAL-CURSOS = 0
                   OR WS-CU-CURSO(WS-TOTAL-CURSOS)
                       NOT = WS-CA-CURSO(WS-I)
                   IF WS-TOTAL-CURSOS = 100
                       DISPLAY "RECUP-ELEGIVEIS.DAT EXCEDE A TABELA "
                           "DE CURSOS (MAX 100) - RECUPERACAO NAO "
                           "AGENDADA."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TOTAL-CURSOS
                   MOVE WS-CA-CURSO(WS-I)
                       TO WS-CU-CURSO(WS-TOTAL-CURSOS)
                   MOVE 0 TO WS-CU-QTDE(WS-TOTAL-CURSOS)
                   MOVE 0 TO WS-CU-SLOT(WS-TOTAL-CURSOS)
               END-IF
               ADD 1 TO WS-CU-QTDE(WS-TOTAL-CURSOS)
           END-PERFORM.

      * Largest course first: it has the fewest slots it fits in.
       ORDENAR-CURSOS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-TOTAL-CURSOS
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-CURSOS - WS-I
                   IF WS-CU-QTDE(WS-J) < WS-CU-QTDE(WS-J + 1)
                       MOVE WS-CU-ENTRY(WS-J) TO WS-CU-TROCA
                       MOVE WS-CU-ENTRY(WS-J + 1)
                           TO WS-CU-ENTRY(WS-J)
                       MOVE WS-CU-TROCA TO WS-CU-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       INDEXAR-CANDIDATOS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-CANDIDATOS
               PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-CURSOS
                   IF WS-CU-CURSO(WS-C) = WS-CA-CURSO(WS-I)
                       MOVE WS-C TO WS-CA-CURSO-IX(WS-I)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Earliest slot with no clash for any of the course's students
      * and free rooms enough to seat them all.
       AGENDAR-CURSO.
           MOVE 0 TO WS-CU-SLOT(WS-C).
           PERFORM VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > WS-TOTAL-SLOTS OR WS-CU-SLOT(WS-C) > 0
               PERFORM VERIFICAR-CONFLITO
               IF NOT HA-CONFLITO
                   PERFORM SOMAR-SALAS-LIVRES
                   IF WS-LIVRE-TOTAL >= WS-CU-QTDE(WS-C)
                       PERFORM ALOCAR-SALAS
                       MOVE WS-S TO WS-CU-SLOT(WS-C)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CU-SLOT(WS-C) = 0
               ADD 1 TO WS-NAO-AGENDADOS
               DISPLAY "CURSO " WS-CU-CURSO(WS-C) " ("
                   WS-CU-QTDE(WS-C) " ALUNOS) SEM HORARIO E SALA "
                   "LIVRES NO PERIODO - NAO AGENDADO."
           ELSE
               ADD 1 TO WS-AGENDADOS
               PERFORM DISTRIBUIR-ASSENTOS
           END-IF.

       VERIFICAR-CONFLITO.
           MOVE "N" TO WS-CONFLITO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-CANDIDATOS OR HA-CONFLITO
               IF WS-CA-CURSO-IX(WS-I) = WS-C
                   PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-TOTAL-CANDIDATOS OR HA-CONFLITO
                       IF WS-CA-ALUNO(WS-J) = WS-CA-ALUNO(WS-I)
                           AND WS-CA-CURSO-IX(WS-J) NOT = WS-C
                           MOVE WS-CA-CURSO-IX(WS-J) TO WS-K
                           IF WS-CU-SLOT(WS-K) = WS-S
                               MOVE "S" TO WS-CONFLITO
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       SOMAR-SALAS-LIVRES.
           MOVE 0 TO WS-LIVRE-TOTAL.
           PERFORM VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-TOTAL-SALAS
               IF WS-SL-SALA-CURSO(WS-S, WS-R) = 0
                   ADD WS-SA-CAPAC(WS-R) TO WS-LIVRE-TOTAL
               END-IF
           END-PERFORM.

      * Smallest free room that seats everyone still unseated; when
      * none does, the largest free room, and again.
       ALOCAR-SALAS.
           MOVE WS-CU-QTDE(WS-C) TO WS-FALTAM.
           PERFORM UNTIL WS-FALTAM = 0
               MOVE 0 TO WS-MELHOR
               PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-TOTAL-SALAS
                   IF WS-SL-SALA-CURSO(WS-S, WS-R) = 0
                       AND WS-SA-CAPAC(WS-R) >= WS-FALTAM
                       IF WS-MELHOR = 0
                           MOVE WS-R TO WS-MELHOR
                       ELSE
                           IF WS-SA-CAPAC(WS-R)
                               < WS-SA-CAPAC(WS-MELHOR)
                               MOVE WS-R TO WS-MELHOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MELHOR = 0
                   PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-TOTAL-SALAS
                       IF WS-SL-SALA-CURSO(WS-S, WS-R) = 0
                           IF WS-MELHOR = 0
                               MOVE WS-R TO WS-MELHOR
                           ELSE
                               IF WS-SA-CAPAC(WS-R)
                                   > WS-SA-CAPAC(WS-MELHOR)
                                   MOVE WS-R TO WS-MELHOR
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WS-C TO WS-SL-SALA-CURSO(WS-S, WS-MELHOR)
               IF WS-SA-CAPAC(WS-MELHOR) >= WS-FALTAM
                   MOVE 0 TO WS-FALTAM
               ELSE
                   SUBTRACT WS-SA-CAPAC(WS-MELHOR) FROM WS-FALTAM
               END-IF
           END-PERFORM.

      * Seats numbered from 1 in each room, in name order.
       DISTRIBUIR-ASSENTOS.
           MOVE WS-CU-SLOT(WS-C) TO WS-S.
           MOVE 1 TO WS-I.
           PERFORM VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-TOTAL-SALAS
               IF WS-SL-SALA-CURSO(WS-S, WS-R) = WS-C
                   MOVE 0 TO WS-ASSENTO
                   PERFORM UNTIL WS-I > WS-TOTAL-CANDIDATOS
                       OR WS-ASSENTO >= WS-SA-CAPAC(WS-R)
                       IF WS-CA-CURSO-IX(WS-I) = WS-C
                           ADD 1 TO WS-ASSENTO
                           MOVE WS-R TO WS-CA-SALA-IX(WS-I)
                           MOVE WS-ASSENTO TO WS-CA-ASSENTO(WS-I)
                       END-IF
                       ADD 1 TO WS-I
                   END-PERFORM
               END-IF
           END-PERFORM.

      * Lines of other terms are kept; this term's are replaced.
       CARREGAR-AGENDA.
           MOVE 0 TO WS-TOTAL-AGENDA.
           MOVE SPACES TO WS-AGENDA-STATUS.
           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS = "00"
               PERFORM UNTIL WS-AGENDA-STATUS = "10"
                   READ AGENDA-FILE
                       AT END
                           MOVE "10" TO WS-AGENDA-STATUS
                       NOT AT END
                           IF RA-TERMO NOT = WS-TERMO-ATUAL
                               IF WS-TOTAL-AGENDA < 3000
                                   ADD 1 TO WS-TOTAL-AGENDA
                                   MOVE RECUP-AGENDA-RECORD
                                       TO WS-AG-LINHA(WS-TOTAL-AGENDA)
                               ELSE
                                   MOVE "S" TO WS-AGENDA-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGENDA-FILE
           END-IF.

       GRAVAR-AGENDA.
           OPEN OUTPUT AGENDA-FILE.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-AGENDA
               MOVE WS-AG-LINHA(WS-K) TO RECUP-AGENDA-RECORD
               WRITE RECUP-AGENDA-RECORD
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-CANDIDATOS
               IF WS-CA-SALA-IX(WS-I) > 0
                   MOVE WS-CA-CURSO-IX(WS-I) TO WS-C
                   MOVE WS-CU-SLOT(WS-C) TO WS-S
                   MOVE WS-SL-TURNO(WS-S) TO WS-T
                   MOVE WS-CA-SALA-IX(WS-I) TO WS-R
                   MOVE SPACES TO RECUP-AGENDA-RECORD
                   MOVE WS-TERMO-ATUAL TO RA-TERMO
                   MOVE WS-CA-CURSO(WS-I) TO RA-COURSE-ID
                   MOVE WS-CA-ALUNO(WS-I) TO RA-STUDENT-ID
                   MOVE WS-SL-DATA(WS-S) TO RA-DATA
                   MOVE WS-TURNO-INICIO(WS-T) TO RA-HORA-INICIO
                   MOVE WS-TURNO-FIM(WS-T) TO RA-HORA-FIM
                   MOVE WS-SA-SALA(WS-R) TO RA-SALA
                   MOVE WS-SA-UNIDADE(WS-R) TO RA-UNIDADE
                   MOVE WS-CA-ASSENTO(WS-I) TO RA-ASSENTO
                   MOVE WS-HOJE TO RA-DATA-EMISSAO
                   WRITE RECUP-AGENDA-RECORD
                   ADD 1 TO WS-SENTADOS
               END-IF
           END-PERFORM.
           CLOSE AGENDA-FILE.

      * The schedule page, then one signed list per room and slot,
      * in date order.
       IMPRIMIR-AGENDA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           MOVE "CALENDARIO DA RECUPERACAO" TO WS-TITULO.
           MOVE SPACES TO WS-SUBTITULO.
           STRING "TERMO " DELIMITED BY SIZE
               WS-TERMO-ATUAL DELIMITED BY SIZE
               "   ALUNOS ELEGIVEIS: " DELIMITED BY SIZE
               WS-TOTAL-CANDIDATOS DELIMITED BY SIZE
               INTO WS-SUBTITULO
           END-STRING.
           MOVE "CURSO     ALUNOS  DATA        HORARIO      SALAS"
               TO WS-COLUNAS.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > WS-TOTAL-SLOTS
               PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-CURSOS
                   IF WS-CU-SLOT(WS-C) = WS-S
                       PERFORM IMPRIMIR-LINHA-CALENDARIO
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-TOTAL-CURSOS
               IF WS-CU-SLOT(WS-C) = 0
                   MOVE WS-CU-QTDE(WS-C) TO WS-QTDE-DISP
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING WS-CU-CURSO(WS-C) DELIMITED BY SIZE
                       "  " WS-QTDE-DISP DELIMITED BY SIZE
                       "  NAO AGENDADO - SEM HORARIO E SALA LIVRES"
                       DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM IMPRIMIR-LINHA
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > WS-TOTAL-SLOTS
               PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-TOTAL-SALAS
                   IF WS-SL-SALA-CURSO(WS-S, WS-R) > 0
                       AND WS-SL-SALA-CURSO(WS-S, WS-R)
                           <= WS-TOTAL-CURSOS
                       MOVE WS-SL-SALA-CURSO(WS-S, WS-R) TO WS-C
                       PERFORM IMPRIMIR-LISTA-SALA
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE PRINT-FILE.

       IMPRIMIR-LINHA-CALENDARIO.
           PERFORM FORMATAR-SLOT.
           MOVE SPACES TO WS-SALAS-DISP.
           MOVE 1 TO WS-PTR.
           PERFORM VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-TOTAL-SALAS
               IF WS-SL-SALA-CURSO(WS-S, WS-R) = WS-C
                   AND WS-PTR < 34
                   STRING WS-SA-SALA(WS-R) DELIMITED BY SPACE
                       "/" DELIMITED BY SIZE
                       WS-SA-UNIDADE(WS-R) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-SALAS-DISP WITH POINTER WS-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE WS-CU-QTDE(WS-C) TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-CU-CURSO(WS-C) DELIMITED BY SIZE
               "  " WS-QTDE-DISP DELIMITED BY SIZE
               "  " WS-DATA-DISP DELIMITED BY SIZE
               "  " WS-HORARIO-DISP DELIMITED BY SIZE
               "  " WS-SALAS-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

      * One page per room and slot: the seats in order, a column for
      * the student's signature, and the invigilator's block.
       IMPRIMIR-LISTA-SALA.
           ADD 1 TO WS-LISTAS.
           PERFORM FORMATAR-SLOT.
           MOVE "LISTA DE PRESENCA - RECUPERACAO" TO WS-TITULO.
           MOVE WS-SA-CAPAC(WS-R) TO WS-CAPAC-DISP.
           MOVE SPACES TO WS-SUBTITULO.
           STRING "CURSO " DELIMITED BY SIZE
               WS-CU-CURSO(WS-C) DELIMITED BY SIZE
               " TERMO " DELIMITED BY SIZE
               WS-TERMO-ATUAL DELIMITED BY SIZE
               "  " WS-DATA-DISP DELIMITED BY SIZE
               " " WS-HORARIO-DISP DELIMITED BY SIZE
               "  SALA " DELIMITED BY SIZE
               WS-SA-SALA(WS-R) DELIMITED BY SIZE
               " " WS-SA-UNIDADE(WS-R) DELIMITED BY SIZE
               " (" WS-CAPAC-DISP DELIMITED BY SIZE
               " LUGARES)" DELIMITED BY SIZE
               INTO WS-SUBTITULO
           END-STRING.
           MOVE "ASSENTO  MATRICULA   NOME                            "
               TO WS-COLUNAS.
           MOVE "ASSINATURA" TO WS-COLUNAS(54:10).
           ADD 1 TO WS-PRINT-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-CANDIDATOS
               IF WS-CA-CURSO-IX(WS-I) = WS-C
                   AND WS-CA-SALA-IX(WS-I) = WS-R
                   MOVE WS-CA-ASSENTO(WS-I) TO WS-ASSENTO-DISP
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  " WS-ASSENTO-DISP DELIMITED BY SIZE
                       "    " WS-CA-ALUNO(WS-I) DELIMITED BY SIZE
                       "  " WS-CA-NOME(WS-I) DELIMITED BY SIZE
                       "  ______________________________"
                       DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM IMPRIMIR-LINHA
               END-IF
           END-PERFORM.
           IF WS-PRINT-LINHA + 4 > WS-PRINT-MAX-LINHAS
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE "PRESENTES: _____   AUSENTES: _____" TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE "FISCAL: ______________________________   ASSINATURA: "
               TO WS-PRINT-LINE.
           MOVE "______________________________"
               TO WS-PRINT-LINE(54:30).
           PERFORM IMPRIMIR-LINHA.

       FORMATAR-SLOT.
           MOVE WS-SL-DATA(WS-S) TO WS-DATA-N.
           MOVE SPACES TO WS-DATA-DISP.
           STRING WS-DATA-DD DELIMITED BY SIZE
               "/" WS-DATA-MM DELIMITED BY SIZE
               "/" WS-DATA-AAAA DELIMITED BY SIZE
               INTO WS-DATA-DISP
           END-STRING.
           MOVE WS-SL-TURNO(WS-S) TO WS-T.
           MOVE SPACES TO WS-HORARIO-DISP.
           MOVE WS-TURNO-INICIO(WS-T) TO WS-HORA-N.
           STRING WS-HORA-HH DELIMITED BY SIZE
               ":" WS-HORA-MI DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               INTO WS-HORARIO-DISP
           END-STRING.
           MOVE WS-TURNO-FIM(WS-T) TO WS-HORA-N.
           MOVE WS-HORA-HH TO WS-HORARIO-DISP(7:2).
           MOVE ":" TO WS-HORARIO-DISP(9:1).
           MOVE WS-HORA-MI TO WS-HORARIO-DISP(10:2).

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING WS-TITULO DELIMITED BY "  "
               "   DATA: " DELIMITED BY SIZE
               WS-PRINT-DATA DELIMITED BY SIZE
               "   PAGINA: " DELIMITED BY SIZE
               WS-PRINT-PAGINA DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE WS-SUBTITULO TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COLUNAS TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 4 TO WS-PRINT-LINHA.

       IMPRIMIR-LINHA.
           IF WS-PRINT-LINHA >= WS-PRINT-MAX-LINHAS
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE WS-PRINT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-PRINT-LINHA.
