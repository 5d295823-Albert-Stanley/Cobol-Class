      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Per-session roll call (chamada). The instructors'
      *          daily lists are keyed here one section meeting at a
      *          time into CHAMADA.DAT (CHAMADA.cpy) - turma, course,
      *          class date and, per student, presente, falta or
      *          falta justificada - in place of the totals typed by
      *          hand into ATTENDANCE.DAT. The date must be one the
      *          section meets on HORARIOS.DAT, inside the term of the
      *          section on TERM-CALENDAR.DAT and not in the future;
      *          the list offered is the students of the turma
      *          (ST-TURMA) with an active enrollment in the course on
      *          STUDENT-COURSES.DAT. Keying a meeting already on file
      *          replaces it, a justified absence kept as it was.
      *          A falta is justified afterwards against a document
      *          (atestado medico), by secretaria - OPERMST.cpy level
      *          2 or above - and stops counting as an absence. The
      *          day by day absences of one student can be listed for
      *          a contested fail-by-absence. Every roll call and
      *          justification goes to AUDIT-LOG.DAT; the nightly
      *          FREQUENCIA step (FREQUENCIA-CONSOLIDA) rebuilds the
      *          ATTENDANCE.DAT totals from this file.
      *          An operator below supervisor keys, justifies and
      *          lists only the meetings of turmas at the home campus
      *          (TU-UNIDADE; UNIDSEL.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAMADA-DIARIA.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAMADA-FILE ASSIGN TO "CHAMADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAMADA-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "STUDENT-COURSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT HORARIO-FILE ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
           SELECT TERMCAL-FILE ASSIGN TO "TERM-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMCAL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDITLER-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLER-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAMADA-FILE.
           COPY CHAMADA.

       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  ENROLL-FILE.
           COPY ENROLL.

       FD  TURMA-FILE.
           COPY TURMA.

       FD  HORARIO-FILE.
           COPY HORARIO.

       FD  TERMCAL-FILE.
           COPY TERMCAL.

       FD  AUDIT-FILE.
           COPY AUDIT.

      * Second FD on the live log for the chain read (AUDCHAIN.cpy):
      * the record needs its own names since AUDIT-RECORD is already
      * claimed above by the writer FD.
       FD  AUDITLER-FILE.
           COPY AUDIT
               REPLACING ==AUDIT-RECORD== BY ==AUDITLER-RECORD==
                         ==AU-TIMESTAMP== BY ==AL-TIMESTAMP==
                         ==AU-PROGRAM==   BY ==AL-PROGRAM==
                         ==AU-MESSAGE==   BY ==AL-MESSAGE==
                         ==AU-OPERATOR==  BY ==AL-OPERATOR==
                         ==AU-SEQ==       BY ==AL-SEQ==
                         ==AU-CHECK==     BY ==AL-CHECK==.

       FD  OPERSES-FILE.
           COPY OPERSES.

       FD  OPERMST-FILE.
           COPY OPERMST.

       FD  LOCK-FILE.
           COPY TRAVREC.

       WORKING-STORAGE SECTION.
       COPY LOCKF.
       COPY AUDCHAIN.
       01 WS-CHAMADA-STATUS   PIC X(2) VALUE SPACES.
       01 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       01 WS-ENROLL-STATUS    PIC X(2) VALUE SPACES.
       01 WS-TURMA-STATUS     PIC X(2) VALUE SPACES.
       01 WS-HORARIO-STATUS   PIC X(2) VALUE SPACES.
       01 WS-TERMCAL-STATUS   PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
       01 WS-OPERSES-STATUS   PIC X(2) VALUE SPACES.
       01 WS-OPERMST-STATUS   PIC X(2) VALUE SPACES.
       01 WS-OPERADOR         PIC X(8) VALUE "ANONIMO".
       01 WS-OPERADOR-LIDO    PIC X VALUE "N".
           88 OPERADOR-LIDO   VALUE "S".
       COPY SESRESOL.
       COPY UNIDSEL.
       77 WS-NIVEL-EXIGIDO    PIC 9(1) VALUE 2.
       77 WS-AUTORIZADO       PIC X VALUE "N".
           88 AUTORIZADO      VALUE "S".
       01 WS-AUDIT-MSG        PIC X(90) VALUE SPACES.

       01 WS-OPCAO            PIC X VALUE SPACES.
       01 WS-DATA-HOJE        PIC X(08) VALUE SPACES.

      * CHAMADA.DAT held whole; WS-CHM-EXCLUIR marks the lines of a
      * meeting being keyed again.
       01 WS-TABELA-CHAMADA.
           05 WS-CHM-ENTRY OCCURS 20000 TIMES.
               10 WS-CHM-TURMA      PIC X(04).
               10 WS-CHM-CURSO      PIC X(10).
               10 WS-CHM-DATA       PIC X(08).
               10 WS-CHM-ALUNO      PIC X(10).
               10 WS-CHM-PRESENCA   PIC X(01).
                   88 CHM-PRESENTE    VALUE "P".
                   88 CHM-FALTA       VALUE "F".
                   88 CHM-JUSTIFICADA VALUE "J".
               10 WS-CHM-DOCUMENTO  PIC X(20).
               10 WS-CHM-OPERADOR   PIC X(08).
               10 WS-CHM-LANCADO-EM PIC X(19).
               10 WS-CHM-EXCLUIR    PIC X(01).
                   88 CHM-EXCLUIDA  VALUE "S".
       01 WS-TOTAL-CHAMADA    PIC 9(05) VALUE 0.
       01 WS-MAX-CHAMADA      PIC 9(05) VALUE 20000.

       01 WS-TABELA-ALUNOS.
           05 WS-ALU-ENTRY OCCURS 1000 TIMES.
               10 WS-ALU-ID        PIC X(10).
               10 WS-ALU-NOME      PIC X(30).
               10 WS-ALU-STATUS    PIC X(01).
                   88 ALU-FORMADO  VALUE "G".
               10 WS-ALU-TURMA     PIC X(04).
       01 WS-TOTAL-ALUNOS     PIC 9(04) VALUE 0.
       01 WS-MAX-ALUNOS       PIC 9(04) VALUE 1000.

       01 WS-TABELA-MATRICULAS.
           05 WS-MAT-ENTRY OCCURS 3000 TIMES.
               10 WS-MAT-ALUNO     PIC X(10).
               10 WS-MAT-CURSO     PIC X(10).
               10 WS-MAT-STATUS    PIC X(01).
       01 WS-TOTAL-MATRICULAS PIC 9(04) VALUE 0.
       01 WS-MAX-MATRICULAS   PIC 9(04) VALUE 3000.

       01 WS-TABELA-TURMAS.
           05 WS-TUR-ENTRY OCCURS 200 TIMES.
               10 WS-TUR-COD       PIC X(04).
               10 WS-TUR-CURSO     PIC X(10).
               10 WS-TUR-TERMO     PIC X(06).
               10 WS-TUR-UNIDADE   PIC X(04).
       01 WS-TOTAL-TURMAS     PIC 9(04) VALUE 0.
       01 WS-MAX-TURMAS       PIC 9(04) VALUE 200.

       01 WS-TABELA-HORARIOS.
           05 WS-HOR-ENTRY OCCURS 500 TIMES.
               10 WS-HOR-TURMA     PIC X(04).
               10 WS-HOR-CURSO     PIC X(10).
               10 WS-HOR-DIA       PIC 9(01).
       01 WS-TOTAL-HORARIOS   PIC 9(04) VALUE 0.
       01 WS-MAX-HORARIOS     PIC 9(04) VALUE 500.

       01 WS-ARQUIVO-CHEIO    PIC X VALUE "N".
           88 ARQUIVO-CHEIO   VALUE "S".
       01 WS-ARQUIVO-NOME     PIC X(24) VALUE SPACES.
       01 WS-ARQUIVO-MAX      PIC 9(05) VALUE 0.

      * The meeting being keyed and its list, in STUDENT.DAT order.
       01 WS-AULA-TURMA       PIC X(04) VALUE SPACES.
       01 WS-AULA-CURSO       PIC X(10) VALUE SPACES.
       01 WS-AULA-DATA        PIC X(08) VALUE SPACES.
       01 WS-AULA-DATA-N REDEFINES WS-AULA-DATA PIC 9(08).
       01 WS-AULA-TERMO       PIC X(06) VALUE SPACES.
       01 WS-AULA-DIA         PIC 9(01) VALUE 0.
       01 WS-AULA-OK          PIC X VALUE "N".
           88 AULA-OK         VALUE "S".
       01 WS-TABELA-LISTA.
           05 WS-LIS-ENTRY OCCURS 200 TIMES.
               10 WS-LIS-ALUNO      PIC X(10).
               10 WS-LIS-NOME       PIC X(30).
               10 WS-LIS-PRESENCA   PIC X(01).
               10 WS-LIS-DOCUMENTO  PIC X(20).
       01 WS-TOTAL-LISTA      PIC 9(03) VALUE 0.
       01 WS-LISTA-CHEIA      PIC X VALUE "N".
           88 LISTA-CHEIA     VALUE "S".
       01 WS-JA-LANCADA       PIC 9(03) VALUE 0.
       01 WS-RESPOSTA         PIC X(01) VALUE SPACES.
       01 WS-PADRAO           PIC X(01) VALUE SPACES.
       01 WS-QT-PRESENTES     PIC 9(03) VALUE 0.
       01 WS-QT-FALTAS        PIC 9(03) VALUE 0.
       01 WS-QT-JUSTIFICADAS  PIC 9(03) VALUE 0.

       01 WS-ALUNO-PEDIDO     PIC X(10) VALUE SPACES.
       01 WS-DOCUMENTO        PIC X(20) VALUE SPACES.
       01 WS-DOCUMENTO-ENTRADA PIC X(20) VALUE SPACES.
       01 WS-SUBSTITUIDA      PIC X(12) VALUE SPACES.
       01 WS-LINHA-ACHADA     PIC 9(05) VALUE 0.
       01 WS-PRESENCA-DISP    PIC X(11) VALUE SPACES.

      * Per course totals of one student for the absence listing.
       01 WS-TABELA-RESUMO.
           05 WS-RES-ENTRY OCCURS 30 TIMES.
               10 WS-RES-CURSO      PIC X(10).
               10 WS-RES-PRESENTES  PIC 9(03).
               10 WS-RES-FALTAS     PIC 9(03).
               10 WS-RES-JUSTIF     PIC 9(03).
       01 WS-TOTAL-RESUMO     PIC 9(02) VALUE 0.
       01 WS-RES-POS          PIC 9(02) VALUE 0.
       01 WS-AULAS-VALIDAS    PIC 9(03) VALUE 0.
       01 WS-PCT              PIC 9(03) VALUE 0.

       01 WS-UNID-TURMA       PIC X(04) VALUE SPACES.
       01 WS-U                PIC 9(05).
       01 WS-I                PIC 9(05).
       01 WS-J                PIC 9(05).
       01 WS-K                PIC 9(05).
       01 WS-ACHOU            PIC X VALUE "N".
           88 ACHOU           VALUE "S".

       COPY SNCONF.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM LER-OPERADOR.
           PERFORM CARREGAR-CHAMADA.
           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-MATRICULAS.
           PERFORM CARREGAR-TURMAS.
           PERFORM CARREGAR-HORARIOS.
           IF ARQUIVO-CHEIO
               DISPLAY WS-ARQUIVO-NOME " EXCEDE A CAPACIDADE DE "
                   WS-ARQUIVO-MAX " LINHAS DESTE PROGRAMA - NADA "
                   "ALTERADO."
               STOP RUN
           END-IF.
           PERFORM RESOLVER-UNIDADE.
           PERFORM UNTIL WS-OPCAO = "4"
               PERFORM MOSTRAR-MENU
               EVALUATE WS-OPCAO
                   WHEN "1"
                       PERFORM LANCAR-CHAMADA
                   WHEN "2"
                       PERFORM JUSTIFICAR-FALTA
                   WHEN "3"
                       PERFORM CONSULTAR-FALTAS
                   WHEN "4"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       MOSTRAR-MENU.
           DISPLAY " "
           DISPLAY "===== CHAMADA POR AULA ====="
           DISPLAY "1 - LANCAR A CHAMADA DE UMA AULA"
           DISPLAY "2 - JUSTIFICAR UMA FALTA (ATESTADO)"
           DISPLAY "3 - FALTAS DE UM ALUNO, DIA A DIA"
           DISPLAY "4 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO:"
           ACCEPT WS-OPCAO.

      ******************************************************************
      * One meeting from an instructor's list. Keying a meeting again
      * replaces it whole; each student's earlier mark is offered as
      * the default, so a justified absence stays justified.
      ******************************************************************
       LANCAR-CHAMADA.
           PERFORM PEDIR-AULA.
           IF AULA-OK
               PERFORM MONTAR-LISTA
               IF WS-TOTAL-LISTA = 0
                   DISPLAY "NENHUM ALUNO DA TURMA " WS-AULA-TURMA
                       " COM MATRICULA ATIVA EM " WS-AULA-CURSO "."
                   MOVE "N" TO WS-AULA-OK
               END-IF
           END-IF.
           IF AULA-OK AND LISTA-CHEIA
               DISPLAY "A TURMA PASSA DE 200 ALUNOS NO CURSO - "
                   "CHAMADA NAO LANCADA."
               MOVE "N" TO WS-AULA-OK
           END-IF.
           IF AULA-OK AND WS-JA-LANCADA > 0
               MOVE SPACES TO WS-SN-RESPOSTA
               PERFORM UNTIL SN-VALIDA
                   DISPLAY "CHAMADA DESTA AULA JA LANCADA ("
                       WS-JA-LANCADA " ALUNOS). SUBSTITUIR? (S/N)"
                   ACCEPT WS-SN-RESPOSTA
                   IF NOT SN-VALIDA
                       DISPLAY "RESPOSTA INVALIDA. DIGITE S OU N."
                   END-IF
               END-PERFORM
               IF SN-NAO
                   MOVE "N" TO WS-AULA-OK
               END-IF
           END-IF.
           IF AULA-OK
               DISPLAY "P = PRESENTE  F = FALTA  J = FALTA "
                   "JUSTIFICADA  (ENTER = MARCA ENTRE COLCHETES)"
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-LISTA
                   PERFORM PEDIR-PRESENCA
               END-PERFORM
               PERFORM CONTAR-LISTA
               DISPLAY "PRESENTES: " WS-QT-PRESENTES
                   "  FALTAS: " WS-QT-FALTAS
                   "  JUSTIFICADAS: " WS-QT-JUSTIFICADAS
               MOVE SPACES TO WS-SN-RESPOSTA
               PERFORM UNTIL SN-VALIDA
                   DISPLAY "GRAVAR A CHAMADA? (S/N)"
                   ACCEPT WS-SN-RESPOSTA
                   IF NOT SN-VALIDA
                       DISPLAY "RESPOSTA INVALIDA. DIGITE S OU N."
                   END-IF
               END-PERFORM
               IF SN-SIM
                   PERFORM GRAVAR-AULA
               ELSE
                   DISPLAY "CHAMADA NAO GRAVADA."
               END-IF
           END-IF.

      * Turma, course and date, each checked against the section
      * files: the pair on TURMAS.DAT, the date a weekday the pair
      * meets on HORARIOS.DAT (2 = SEGUNDA ... 7 = SABADO), inside
      * the term of the section when TERM-CALENDAR.DAT has it, and
      * not after today.
       PEDIR-AULA.
           MOVE "S" TO WS-AULA-OK.
           DISPLAY "TURMA:".
           ACCEPT WS-AULA-TURMA.
           MOVE FUNCTION UPPER-CASE(WS-AULA-TURMA) TO WS-AULA-TURMA.
           DISPLAY "CURSO (EX: MEDIA, EXER13, EXER08):".
           ACCEPT WS-AULA-CURSO.
           MOVE FUNCTION UPPER-CASE(WS-AULA-CURSO) TO WS-AULA-CURSO.
           MOVE SPACES TO WS-AULA-TERMO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-TURMAS OR ACHOU
               IF WS-TUR-COD(WS-K) = WS-AULA-TURMA
                   AND WS-TUR-CURSO(WS-K) = WS-AULA-CURSO
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-TUR-TERMO(WS-K) TO WS-AULA-TERMO
               END-IF
           END-PERFORM.
           IF NOT ACHOU
               DISPLAY "TURMA " WS-AULA-TURMA " / CURSO "
                   WS-AULA-CURSO " NAO CONSTA EM TURMAS.DAT."
               MOVE "N" TO WS-AULA-OK
           END-IF.
           IF AULA-OK
               MOVE WS-AULA-TURMA TO WS-UNID-TURMA
               PERFORM UNIDADE-DA-TURMA
           END-IF.
           IF AULA-OK AND NOT NA-UNIDADE
               DISPLAY "TURMA " WS-AULA-TURMA " E DA UNIDADE "
                   WS-UNIDADE-REG " - OPERADOR RESTRITO A UNIDADE "
                   WS-UNIDADE-FILTRO "."
               MOVE "N" TO WS-AULA-OK
           END-IF.
           IF AULA-OK
               PERFORM PEDIR-DATA-AULA
               IF WS-AULA-DATA > WS-DATA-HOJE
                   DISPLAY "DATA " WS-AULA-DATA " AINDA NAO CHEGOU - "
                       "CHAMADA SO DE AULA JA DADA."
                   MOVE "N" TO WS-AULA-OK
               END-IF
           END-IF.
           IF AULA-OK
               PERFORM VERIFICAR-DIA-DE-AULA
           END-IF.
           IF AULA-OK
               PERFORM VERIFICAR-JANELA-TERMO
           END-IF.
           IF AULA-OK
               MOVE 0 TO WS-JA-LANCADA
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TOTAL-CHAMADA
                   IF WS-CHM-TURMA(WS-K) = WS-AULA-TURMA
                       AND WS-CHM-CURSO(WS-K) = WS-AULA-CURSO
                       AND WS-CHM-DATA(WS-K) = WS-AULA-DATA
                       ADD 1 TO WS-JA-LANCADA
                   END-IF
               END-PERFORM
           END-IF.

       PEDIR-DATA-AULA.
           MOVE SPACES TO WS-AULA-DATA.
           PERFORM UNTIL WS-AULA-DATA IS NUMERIC
               DISPLAY "DATA DA AULA AAAAMMDD (ENTER = HOJE): "
               ACCEPT WS-AULA-DATA
               IF WS-AULA-DATA = SPACES
                   MOVE WS-DATA-HOJE TO WS-AULA-DATA
               END-IF
               IF WS-AULA-DATA IS NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-AULA-DATA-N)
                       NOT = 0
                       MOVE SPACES TO WS-AULA-DATA
                   END-IF
               END-IF
               IF WS-AULA-DATA IS NOT NUMERIC
                   DISPLAY "DATA INVALIDA. USE AAAAMMDD."
               END-IF
           END-PERFORM.

       VERIFICAR-DIA-DE-AULA.
           COMPUTE WS-AULA-DIA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-AULA-DATA-N) - 1, 7) + 2.
           MOVE "N" TO WS-ACHOU.
           IF WS-AULA-DIA <= 7
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TOTAL-HORARIOS OR ACHOU
                   IF WS-HOR-TURMA(WS-K) = WS-AULA-TURMA
                       AND WS-HOR-CURSO(WS-K) = WS-AULA-CURSO
                       AND WS-HOR-DIA(WS-K) = WS-AULA-DIA
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT ACHOU
               DISPLAY "A TURMA " WS-AULA-TURMA " NAO TEM AULA DE "
                   WS-AULA-CURSO " EM " WS-AULA-DATA
                   " SEGUNDO HORARIOS.DAT."
               MOVE "N" TO WS-AULA-OK
           END-IF.

       VERIFICAR-JANELA-TERMO.
           MOVE SPACES TO WS-TERMCAL-STATUS.
           OPEN INPUT TERMCAL-FILE.
           IF WS-TERMCAL-STATUS = "00"
               PERFORM UNTIL WS-TERMCAL-STATUS = "10"
                   READ TERMCAL-FILE
                       AT END
                           MOVE "10" TO WS-TERMCAL-STATUS
                       NOT AT END
                           IF TC-TERM-ID = WS-AULA-TERMO
                               AND (WS-AULA-DATA < TC-INICIO
                                   OR WS-AULA-DATA > TC-FIM)
                               DISPLAY "DATA FORA DO TERMO "
                                   TC-TERM-ID " (" TC-INICIO " A "
                                   TC-FIM ")."
                               MOVE "N" TO WS-AULA-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMCAL-FILE
           END-IF.

      * Students of the turma (graduates apart) with an active
      * enrollment in the course; the default mark is the one on file
      * for a meeting keyed before, presente otherwise.
       MONTAR-LISTA.
           MOVE 0 TO WS-TOTAL-LISTA.
           MOVE "N" TO WS-LISTA-CHEIA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               IF WS-ALU-TURMA(WS-I) = WS-AULA-TURMA
                   AND NOT ALU-FORMADO(WS-I)
                   MOVE "N" TO WS-ACHOU
                   PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-TOTAL-MATRICULAS OR ACHOU
                       IF WS-MAT-ALUNO(WS-J) = WS-ALU-ID(WS-I)
                           AND WS-MAT-CURSO(WS-J) = WS-AULA-CURSO
                           AND WS-MAT-STATUS(WS-J) NOT = "T"
                           MOVE "S" TO WS-ACHOU
                       END-IF
                   END-PERFORM
                   IF ACHOU
                       IF WS-TOTAL-LISTA < 200
                           ADD 1 TO WS-TOTAL-LISTA
                           PERFORM INCLUIR-NA-LISTA
                       ELSE
                           MOVE "S" TO WS-LISTA-CHEIA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       INCLUIR-NA-LISTA.
           MOVE WS-ALU-ID(WS-I) TO WS-LIS-ALUNO(WS-TOTAL-LISTA).
           MOVE WS-ALU-NOME(WS-I) TO WS-LIS-NOME(WS-TOTAL-LISTA).
           MOVE "P" TO WS-LIS-PRESENCA(WS-TOTAL-LISTA).
           MOVE SPACES TO WS-LIS-DOCUMENTO(WS-TOTAL-LISTA).
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-CHAMADA
               IF WS-CHM-TURMA(WS-K) = WS-AULA-TURMA
                   AND WS-CHM-CURSO(WS-K) = WS-AULA-CURSO
                   AND WS-CHM-DATA(WS-K) = WS-AULA-DATA
                   AND WS-CHM-ALUNO(WS-K) = WS-ALU-ID(WS-I)
                   MOVE WS-CHM-PRESENCA(WS-K)
                       TO WS-LIS-PRESENCA(WS-TOTAL-LISTA)
                   MOVE WS-CHM-DOCUMENTO(WS-K)
                       TO WS-LIS-DOCUMENTO(WS-TOTAL-LISTA)
               END-IF
           END-PERFORM.

       PEDIR-PRESENCA.
           MOVE WS-LIS-PRESENCA(WS-I) TO WS-PADRAO.
           MOVE SPACES TO WS-RESPOSTA.
           PERFORM UNTIL WS-RESPOSTA = "P" OR "F" OR "J"
               DISPLAY WS-LIS-ALUNO(WS-I) " " WS-LIS-NOME(WS-I)
                   " [" WS-PADRAO "]: "
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = SPACE
                   MOVE WS-PADRAO TO WS-RESPOSTA
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               IF WS-RESPOSTA NOT = "P" AND NOT = "F" AND NOT = "J"
                   DISPLAY "MARCA INVALIDA. DIGITE P, F OU J."
               END-IF
           END-PERFORM.
           MOVE WS-RESPOSTA TO WS-LIS-PRESENCA(WS-I).
           IF WS-RESPOSTA = "J"
               MOVE WS-LIS-DOCUMENTO(WS-I) TO WS-DOCUMENTO
               PERFORM PEDIR-DOCUMENTO
               MOVE WS-DOCUMENTO TO WS-LIS-DOCUMENTO(WS-I)
           ELSE
               MOVE SPACES TO WS-LIS-DOCUMENTO(WS-I)
           END-IF.

      * The document backing a justified absence is compulsory; the
      * one already on file is kept on ENTER.
       PEDIR-DOCUMENTO.
           MOVE SPACES TO WS-RESPOSTA.
           PERFORM UNTIL WS-RESPOSTA = "S"
               IF WS-DOCUMENTO = SPACES
                   DISPLAY "DOCUMENTO DA JUSTIFICATIVA (ATESTADO):"
               ELSE
                   DISPLAY "DOCUMENTO DA JUSTIFICATIVA (ENTER = "
                       WS-DOCUMENTO "):"
               END-IF
               MOVE SPACES TO WS-DOCUMENTO-ENTRADA
               ACCEPT WS-DOCUMENTO-ENTRADA
               IF WS-DOCUMENTO-ENTRADA NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-DOCUMENTO-ENTRADA)
                       TO WS-DOCUMENTO
               END-IF
               IF WS-DOCUMENTO = SPACES
                   DISPLAY "SEM DOCUMENTO NAO HA FALTA JUSTIFICADA."
               ELSE
                   MOVE "S" TO WS-RESPOSTA
               END-IF
           END-PERFORM.

       CONTAR-LISTA.
           MOVE 0 TO WS-QT-PRESENTES WS-QT-FALTAS WS-QT-JUSTIFICADAS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-LISTA
               EVALUATE WS-LIS-PRESENCA(WS-I)
                   WHEN "P"
                       ADD 1 TO WS-QT-PRESENTES
                   WHEN "F"
                       ADD 1 TO WS-QT-FALTAS
                   WHEN OTHER
                       ADD 1 TO WS-QT-JUSTIFICADAS
               END-EVALUATE
           END-PERFORM.

      * The meeting's old lines go, the list is appended, and the
      * whole file is written back.
       GRAVAR-AULA.
           IF WS-TOTAL-CHAMADA - WS-JA-LANCADA + WS-TOTAL-LISTA
               > WS-MAX-CHAMADA
               DISPLAY "CHAMADA.DAT PASSARIA DE " WS-MAX-CHAMADA
                   " LINHAS - CHAMADA NAO GRAVADA."
           ELSE
               MOVE SPACES TO WS-SUBSTITUIDA
               IF WS-JA-LANCADA > 0
                   MOVE " SUBSTITUIDA" TO WS-SUBSTITUIDA
               END-IF
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TOTAL-CHAMADA
                   IF WS-CHM-TURMA(WS-K) = WS-AULA-TURMA
                       AND WS-CHM-CURSO(WS-K) = WS-AULA-CURSO
                       AND WS-CHM-DATA(WS-K) = WS-AULA-DATA
                       MOVE "S" TO WS-CHM-EXCLUIR(WS-K)
                   END-IF
               END-PERFORM
               PERFORM COMPACTAR-CHAMADA
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-LISTA
                   ADD 1 TO WS-TOTAL-CHAMADA
                   MOVE WS-AULA-TURMA TO WS-CHM-TURMA(WS-TOTAL-CHAMADA)
                   MOVE WS-AULA-CURSO TO WS-CHM-CURSO(WS-TOTAL-CHAMADA)
                   MOVE WS-AULA-DATA TO WS-CHM-DATA(WS-TOTAL-CHAMADA)
                   MOVE WS-LIS-ALUNO(WS-I)
                       TO WS-CHM-ALUNO(WS-TOTAL-CHAMADA)
                   MOVE WS-LIS-PRESENCA(WS-I)
                       TO WS-CHM-PRESENCA(WS-TOTAL-CHAMADA)
                   MOVE WS-LIS-DOCUMENTO(WS-I)
                       TO WS-CHM-DOCUMENTO(WS-TOTAL-CHAMADA)
                   MOVE WS-OPERADOR
                       TO WS-CHM-OPERADOR(WS-TOTAL-CHAMADA)
                   MOVE FUNCTION CURRENT-DATE(1:19)
                       TO WS-CHM-LANCADO-EM(WS-TOTAL-CHAMADA)
                   MOVE "N" TO WS-CHM-EXCLUIR(WS-TOTAL-CHAMADA)
               END-PERFORM
               PERFORM GRAVAR-CHAMADA
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "CHAMADA TURMA=" DELIMITED BY SIZE
                   WS-AULA-TURMA DELIMITED BY SIZE
                   " CURSO=" DELIMITED BY SIZE
                   WS-AULA-CURSO DELIMITED BY SPACE
                   " DATA=" DELIMITED BY SIZE
                   WS-AULA-DATA DELIMITED BY SIZE
                   " P=" DELIMITED BY SIZE
                   WS-QT-PRESENTES DELIMITED BY SIZE
                   " F=" DELIMITED BY SIZE
                   WS-QT-FALTAS DELIMITED BY SIZE
                   " J=" DELIMITED BY SIZE
                   WS-QT-JUSTIFICADAS DELIMITED BY SIZE
                   WS-SUBSTITUIDA DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               DISPLAY "CHAMADA GRAVADA EM CHAMADA.DAT."
           END-IF.

      ******************************************************************
      * A falta justified after the fact, against the document the
      * student brings to the secretaria.
      ******************************************************************
       JUSTIFICAR-FALTA.
           PERFORM VERIFICAR-AUTORIZACAO.
           IF AUTORIZADO
               DISPLAY "MATRICULA DO ALUNO:"
               ACCEPT WS-ALUNO-PEDIDO
               MOVE FUNCTION UPPER-CASE(WS-ALUNO-PEDIDO)
                   TO WS-ALUNO-PEDIDO
               DISPLAY "CURSO:"
               ACCEPT WS-AULA-CURSO
               MOVE FUNCTION UPPER-CASE(WS-AULA-CURSO)
                   TO WS-AULA-CURSO
               PERFORM PEDIR-DATA-AULA
               MOVE 0 TO WS-LINHA-ACHADA
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TOTAL-CHAMADA
                   IF WS-CHM-ALUNO(WS-K) = WS-ALUNO-PEDIDO
                       AND WS-CHM-CURSO(WS-K) = WS-AULA-CURSO
                       AND WS-CHM-DATA(WS-K) = WS-AULA-DATA
                       MOVE WS-K TO WS-LINHA-ACHADA
                   END-IF
               END-PERFORM
               MOVE "S" TO WS-NA-UNIDADE
               IF WS-LINHA-ACHADA > 0
                   MOVE WS-CHM-TURMA(WS-LINHA-ACHADA) TO WS-UNID-TURMA
                   PERFORM UNIDADE-DA-TURMA
               END-IF
               EVALUATE TRUE
                   WHEN WS-LINHA-ACHADA = 0
                       DISPLAY "NENHUMA CHAMADA DO ALUNO EM "
                           WS-AULA-CURSO " NO DIA " WS-AULA-DATA "."
                   WHEN NOT NA-UNIDADE
                       DISPLAY "AULA DA TURMA "
                           WS-CHM-TURMA(WS-LINHA-ACHADA)
                           ", UNIDADE " WS-UNIDADE-REG
                           " - OPERADOR RESTRITO A UNIDADE "
                           WS-UNIDADE-FILTRO "."
                   WHEN CHM-PRESENTE(WS-LINHA-ACHADA)
                       DISPLAY "O ALUNO ESTEVE PRESENTE NESSE DIA - "
                           "NADA A JUSTIFICAR."
                   WHEN OTHER
                       PERFORM REGISTRAR-JUSTIFICATIVA
               END-EVALUATE
           END-IF.

       REGISTRAR-JUSTIFICATIVA.
           MOVE WS-LINHA-ACHADA TO WS-K.
           IF CHM-JUSTIFICADA(WS-K)
               DISPLAY "FALTA JA JUSTIFICADA - DOCUMENTO "
                   WS-CHM-DOCUMENTO(WS-K) ". INFORME OUTRO PARA "
                   "CORRIGIR."
           END-IF.
           MOVE WS-CHM-DOCUMENTO(WS-K) TO WS-DOCUMENTO.
           PERFORM PEDIR-DOCUMENTO.
           MOVE "J" TO WS-CHM-PRESENCA(WS-K).
           MOVE WS-DOCUMENTO TO WS-CHM-DOCUMENTO(WS-K).
           MOVE WS-OPERADOR TO WS-CHM-OPERADOR(WS-K).
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-CHM-LANCADO-EM(WS-K).
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "FALTA JUSTIFICADA ALUNO=" DELIMITED BY SIZE
               WS-ALUNO-PEDIDO DELIMITED BY SIZE
               " CURSO=" DELIMITED BY SIZE
               WS-AULA-CURSO DELIMITED BY SPACE
               " DATA=" DELIMITED BY SIZE
               WS-AULA-DATA DELIMITED BY SIZE
               " DOC=" DELIMITED BY SIZE
               WS-DOCUMENTO DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-CHAMADA.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY "FALTA JUSTIFICADA - DEIXA DE CONTAR NA "
               "FREQUENCIA NA PROXIMA CONSOLIDACAO NOTURNA.".

      ******************************************************************
      * The day by day record of one student, for a contested
      * fail-by-absence: every falta and justified falta, then the
      * totals per course as the nightly roll-up will count them.
      ******************************************************************
       CONSULTAR-FALTAS.
           DISPLAY "MATRICULA DO ALUNO:".
           ACCEPT WS-ALUNO-PEDIDO.
           MOVE FUNCTION UPPER-CASE(WS-ALUNO-PEDIDO)
               TO WS-ALUNO-PEDIDO.
           MOVE 0 TO WS-TOTAL-RESUMO.
           DISPLAY " ".
           DISPLAY "FALTAS DO ALUNO " WS-ALUNO-PEDIDO.
           DISPLAY "DATA     TURMA CURSO      SITUACAO    DOCUMENTO".
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-CHAMADA
               MOVE "S" TO WS-NA-UNIDADE
               IF WS-CHM-ALUNO(WS-K) = WS-ALUNO-PEDIDO
                   MOVE WS-CHM-TURMA(WS-K) TO WS-UNID-TURMA
                   PERFORM UNIDADE-DA-TURMA
               END-IF
               IF WS-CHM-ALUNO(WS-K) = WS-ALUNO-PEDIDO AND NA-UNIDADE
                   PERFORM ACUMULAR-RESUMO
                   IF NOT CHM-PRESENTE(WS-K)
                       IF CHM-FALTA(WS-K)
                           MOVE "FALTA" TO WS-PRESENCA-DISP
                       ELSE
                           MOVE "JUSTIFICADA" TO WS-PRESENCA-DISP
                       END-IF
                       DISPLAY WS-CHM-DATA(WS-K) " "
                           WS-CHM-TURMA(WS-K) "  "
                           WS-CHM-CURSO(WS-K) " "
                           WS-PRESENCA-DISP " "
                           WS-CHM-DOCUMENTO(WS-K)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TOTAL-RESUMO = 0
               DISPLAY "NENHUMA CHAMADA DO ALUNO EM CHAMADA.DAT."
           ELSE
               DISPLAY " "
               PERFORM VARYING WS-RES-POS FROM 1 BY 1
                   UNTIL WS-RES-POS > WS-TOTAL-RESUMO
                   COMPUTE WS-AULAS-VALIDAS =
                       WS-RES-PRESENTES(WS-RES-POS)
                       + WS-RES-FALTAS(WS-RES-POS)
                   IF WS-AULAS-VALIDAS > 0
                       COMPUTE WS-PCT =
                           WS-RES-PRESENTES(WS-RES-POS) * 100
                           / WS-AULAS-VALIDAS
                   ELSE
                       MOVE 0 TO WS-PCT
                   END-IF
                   DISPLAY WS-RES-CURSO(WS-RES-POS)
                       " AULAS=" WS-AULAS-VALIDAS
                       " PRESENTES=" WS-RES-PRESENTES(WS-RES-POS)
                       " FALTAS=" WS-RES-FALTAS(WS-RES-POS)
                       " JUSTIFICADAS=" WS-RES-JUSTIF(WS-RES-POS)
                       " (" WS-PCT " PCT)"
               END-PERFORM
           END-IF.

       ACUMULAR-RESUMO.
           MOVE 0 TO WS-RES-POS.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-RESUMO OR WS-RES-POS > 0
               IF WS-RES-CURSO(WS-J) = WS-CHM-CURSO(WS-K)
                   MOVE WS-J TO WS-RES-POS
               END-IF
           END-PERFORM.
           IF WS-RES-POS = 0 AND WS-TOTAL-RESUMO < 30
               ADD 1 TO WS-TOTAL-RESUMO
               MOVE WS-TOTAL-RESUMO TO WS-RES-POS
               MOVE WS-CHM-CURSO(WS-K) TO WS-RES-CURSO(WS-RES-POS)
               MOVE 0 TO WS-RES-PRESENTES(WS-RES-POS)
               MOVE 0 TO WS-RES-FALTAS(WS-RES-POS)
               MOVE 0 TO WS-RES-JUSTIF(WS-RES-POS)
           END-IF.
           IF WS-RES-POS > 0
               EVALUATE TRUE
                   WHEN CHM-PRESENTE(WS-K)
                       ADD 1 TO WS-RES-PRESENTES(WS-RES-POS)
                   WHEN CHM-FALTA(WS-K)
                       ADD 1 TO WS-RES-FALTAS(WS-RES-POS)
                   WHEN OTHER
                       ADD 1 TO WS-RES-JUSTIF(WS-RES-POS)
               END-EVALUATE
           END-IF.

       CARREGAR-CHAMADA.
           MOVE SPACES TO WS-CHAMADA-STATUS.
           OPEN INPUT CHAMADA-FILE.
           IF WS-CHAMADA-STATUS = "00"
               PERFORM UNTIL WS-CHAMADA-STATUS = "10"
                   READ CHAMADA-FILE
                       AT END
                           MOVE "10" TO WS-CHAMADA-STATUS
                       NOT AT END
                           IF WS-TOTAL-CHAMADA < WS-MAX-CHAMADA
                               ADD 1 TO WS-TOTAL-CHAMADA
                               MOVE CHAMADA-RECORD
                                   TO WS-CHM-ENTRY(WS-TOTAL-CHAMADA)
                               MOVE "N"
                                   TO WS-CHM-EXCLUIR(WS-TOTAL-CHAMADA)
                           ELSE
                               MOVE "S" TO WS-ARQUIVO-CHEIO
                               MOVE "CHAMADA.DAT" TO WS-ARQUIVO-NOME
                               MOVE WS-MAX-CHAMADA TO WS-ARQUIVO-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHAMADA-FILE
           END-IF.

       GRAVAR-CHAMADA.
           OPEN OUTPUT CHAMADA-FILE.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-CHAMADA
               MOVE WS-CHM-ENTRY(WS-K) TO CHAMADA-RECORD
               WRITE CHAMADA-RECORD
           END-PERFORM.
           CLOSE CHAMADA-FILE.

      * Drops the lines marked for replacement from the table.
       COMPACTAR-CHAMADA.
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-CHAMADA
               IF NOT CHM-EXCLUIDA(WS-K)
                   ADD 1 TO WS-J
                   IF WS-J NOT = WS-K
                       MOVE WS-CHM-ENTRY(WS-K) TO WS-CHM-ENTRY(WS-J)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-J TO WS-TOTAL-CHAMADA.

       CARREGAR-ALUNOS.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           IF WS-TOTAL-ALUNOS < WS-MAX-ALUNOS
                               ADD 1 TO WS-TOTAL-ALUNOS
                               MOVE ST-STUDENT-ID
                                   TO WS-ALU-ID(WS-TOTAL-ALUNOS)
                               MOVE ST-NOME
                                   TO WS-ALU-NOME(WS-TOTAL-ALUNOS)
                               MOVE ST-STATUS
                                   TO WS-ALU-STATUS(WS-TOTAL-ALUNOS)
                               MOVE ST-TURMA
                                   TO WS-ALU-TURMA(WS-TOTAL-ALUNOS)
                           ELSE
                               MOVE "S" TO WS-ARQUIVO-CHEIO
                               MOVE "STUDENT.DAT" TO WS-ARQUIVO-NOME
                               MOVE WS-MAX-ALUNOS TO WS-ARQUIVO-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       CARREGAR-MATRICULAS.
           MOVE SPACES TO WS-ENROLL-STATUS.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL WS-ENROLL-STATUS = "10"
                   READ ENROLL-FILE
                       AT END
                           MOVE "10" TO WS-ENROLL-STATUS
                       NOT AT END
                           IF WS-TOTAL-MATRICULAS < WS-MAX-MATRICULAS
                               ADD 1 TO WS-TOTAL-MATRICULAS
                               MOVE EN-STUDENT-ID
                                 TO WS-MAT-ALUNO(WS-TOTAL-MATRICULAS)
                               MOVE EN-COURSE-ID
                                 TO WS-MAT-CURSO(WS-TOTAL-MATRICULAS)
                               MOVE EN-STATUS
                                 TO WS-MAT-STATUS(WS-TOTAL-MATRICULAS)
                           ELSE
                               MOVE "S" TO WS-ARQUIVO-CHEIO
                               MOVE "STUDENT-COURSES.DAT"
                                   TO WS-ARQUIVO-NOME
                               MOVE WS-MAX-MATRICULAS TO WS-ARQUIVO-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.

       CARREGAR-TURMAS.
           MOVE SPACES TO WS-TURMA-STATUS.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS = "00"
               PERFORM UNTIL WS-TURMA-STATUS = "10"
                   READ TURMA-FILE
                       AT END
                           MOVE "10" TO WS-TURMA-STATUS
                       NOT AT END
                           IF WS-TOTAL-TURMAS < WS-MAX-TURMAS
                               ADD 1 TO WS-TOTAL-TURMAS
                               MOVE TU-TURMA
                                   TO WS-TUR-COD(WS-TOTAL-TURMAS)
                               MOVE TU-COURSE-ID
                                   TO WS-TUR-CURSO(WS-TOTAL-TURMAS)
                               MOVE TU-TERMO
                                   TO WS-TUR-TERMO(WS-TOTAL-TURMAS)
                               MOVE TU-UNIDADE
                                   TO WS-TUR-UNIDADE(WS-TOTAL-TURMAS)
                           ELSE
                               MOVE "S" TO WS-ARQUIVO-CHEIO
                               MOVE "TURMAS.DAT" TO WS-ARQUIVO-NOME
                               MOVE WS-MAX-TURMAS TO WS-ARQUIVO-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           END-IF.

      * The campus of turma WS-UNID-TURMA (TU-UNIDADE) against the
      * filter; a turma no longer on TURMAS.DAT reads as SEDE.
       UNIDADE-DA-TURMA.
           MOVE SPACES TO WS-UNIDADE-REG.
           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-TOTAL-TURMAS
               IF WS-TUR-COD(WS-U) = WS-UNID-TURMA
                   MOVE WS-TUR-UNIDADE(WS-U) TO WS-UNIDADE-REG
               END-IF
           END-PERFORM.
           PERFORM VERIFICAR-UNIDADE.

       CARREGAR-HORARIOS.
           MOVE SPACES TO WS-HORARIO-STATUS.
           OPEN INPUT HORARIO-FILE.
           IF WS-HORARIO-STATUS = "00"
               PERFORM UNTIL WS-HORARIO-STATUS = "10"
                   READ HORARIO-FILE
                       AT END
                           MOVE "10" TO WS-HORARIO-STATUS
                       NOT AT END
                           IF WS-TOTAL-HORARIOS < WS-MAX-HORARIOS
                               ADD 1 TO WS-TOTAL-HORARIOS
                               MOVE HR-TURMA
                                   TO WS-HOR-TURMA(WS-TOTAL-HORARIOS)
                               MOVE HR-COURSE-ID
                                   TO WS-HOR-CURSO(WS-TOTAL-HORARIOS)
                               MOVE HR-DIA-SEMANA
                                   TO WS-HOR-DIA(WS-TOTAL-HORARIOS)
                           ELSE
                               MOVE "S" TO WS-ARQUIVO-CHEIO
                               MOVE "HORARIOS.DAT" TO WS-ARQUIVO-NOME
                               MOVE WS-MAX-HORARIOS TO WS-ARQUIVO-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HORARIO-FILE
           END-IF.

       VERIFICAR-AUTORIZACAO.
           MOVE "N" TO WS-AUTORIZADO.
           MOVE SPACES TO WS-OPERMST-STATUS.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-STATUS NOT = "00"
               MOVE "S" TO WS-AUTORIZADO
           ELSE
               PERFORM UNTIL WS-OPERMST-STATUS = "10"
                   READ OPERMST-FILE
                       AT END
                           MOVE "10" TO WS-OPERMST-STATUS
                       NOT AT END
                           IF OM-OPERATOR-ID = WS-OPERADOR
                               AND OM-NIVEL >= WS-NIVEL-EXIGIDO
                               MOVE "S" TO WS-AUTORIZADO
                               MOVE "10" TO WS-OPERMST-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERMST-FILE
           END-IF.
           IF NOT AUTORIZADO
               DISPLAY "ACESSO NEGADO: JUSTIFICAR FALTA EXIGE NIVEL "
                   WS-NIVEL-EXIGIDO ". OPERADOR ATUAL: " WS-OPERADOR
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "JUSTIFICATIVA DE FALTA NEGADA OPERADOR="
                   DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   " NIVEL EXIGIDO=" DELIMITED BY SIZE
                   WS-NIVEL-EXIGIDO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "CHAMADA" TO AU-PROGRAM.
           MOVE WS-AUDIT-MSG TO AU-MESSAGE.
           PERFORM LER-OPERADOR.
           MOVE WS-OPERADOR TO AU-OPERATOR.
           MOVE "AUDIT-LOG.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           PERFORM ENCADEAR-AUDITORIA
           WRITE AUDIT-RECORD.
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

       OBTER-TRAVA.
           MOVE "N" TO WS-LOCK-OBTIDA.
           MOVE 0 TO WS-LOCK-TENTATIVAS.
           PERFORM UNTIL LOCK-OBTIDA
               OR WS-LOCK-TENTATIVAS >= WS-LOCK-MAX-ESPERA
               MOVE SPACES TO WS-LOCK-STATUS
               OPEN INPUT LOCK-FILE
               IF WS-LOCK-STATUS = "00"
                   CLOSE LOCK-FILE
                   ADD 1 TO WS-LOCK-TENTATIVAS
                   DISPLAY "ARQUIVO COMPARTILHADO EM USO ("
                       WS-LOCK-NOME ") - AGUARDANDO..."
                   CALL "C$SLEEP" USING WS-LOCK-UM-SEGUNDO
               ELSE
                   PERFORM GRAVAR-TRAVA
               END-IF
           END-PERFORM.
           IF NOT LOCK-OBTIDA
               DISPLAY "TRAVA " WS-LOCK-NOME " PRESA HA MAIS DE "
                   WS-LOCK-MAX-ESPERA " SEGUNDOS - ASSUMINDO TRAVA "
                   "DE EXECUCAO ABANDONADA."
               PERFORM GRAVAR-TRAVA
           END-IF.

       GRAVAR-TRAVA.
           OPEN OUTPUT LOCK-FILE.
           MOVE "CHAMADA" TO TRAVA-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO TRAVA-DATA-HORA.
           WRITE TRAVA-RECORD.
           CLOSE LOCK-FILE.
           MOVE "S" TO WS-LOCK-OBTIDA.

       LIBERAR-TRAVA.
           DELETE FILE LOCK-FILE.

      * Tamper-evident chain (AUDCHAIN.cpy): the outgoing line gets
      * the next sequence and the check value chained to the last
      * line already on file, read through the second FD while the
      * AUDIT-LOG lock is held.
       ENCADEAR-AUDITORIA.
           MOVE 0 TO WS-AUSEQ-ANT.
           MOVE 0 TO WS-AUCHK-ANT.
           MOVE SPACES TO WS-AUDITLER-STATUS.
           OPEN INPUT AUDITLER-FILE.
           IF WS-AUDITLER-STATUS = "00"
               PERFORM UNTIL WS-AUDITLER-STATUS = "10"
                   READ AUDITLER-FILE
                       AT END
                           MOVE "10" TO WS-AUDITLER-STATUS
                       NOT AT END
                           IF AL-SEQ IS NUMERIC
                               MOVE AL-SEQ TO WS-AUSEQ-ANT
                               MOVE AL-CHECK TO WS-AUCHK-ANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITLER-FILE
           END-IF.
           COMPUTE AU-SEQ = WS-AUSEQ-ANT + 1.
           MOVE 0 TO WS-AUCHK-SOMA.
           PERFORM VARYING WS-AUCHK-I FROM 1 BY 1
               UNTIL WS-AUCHK-I > 130
               COMPUTE WS-AUCHK-SOMA = WS-AUCHK-SOMA
                   + FUNCTION ORD(AUDIT-RECORD(WS-AUCHK-I:1))
                   * WS-AUCHK-I
           END-PERFORM.
           COMPUTE WS-AUCHK-CALC = FUNCTION MOD(
               WS-AUCHK-ANT * 31 + WS-AUCHK-SOMA, 999999937).
           MOVE WS-AUCHK-CALC TO AU-CHECK.
