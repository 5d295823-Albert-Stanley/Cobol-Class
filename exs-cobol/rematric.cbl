      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Next-term re-enrollment (rematricula) at term open,
      *          in place of the plan advising builds by hand for
      *          every continuing student. Three steps, one menu:
      *          - the proposal run (coordinacao, OPERMST.cpy level 2
      *            or above) reads the grade curricular chosen in
      *            CURRICULO.DAT (CURRIC.cpy) for every active
      *            student and proposes, for the open term of
      *            ACADEMIC-TERM.DAT, the courses not yet passed -
      *            no vigente APROVADO row in STUDENT-GRADES.DAT or
      *            in the closed-term archive STUDENT-GRADES-ARCH.DAT,
      *            no transfer credit on APROVEITAMENTOS.DAT - and
      *            not in progress, whose PREREQUISITES.DAT pairs are
      *            all passed, in curriculum order up to the maximum
      *            credit load (DISC-CARGA-HORARIA, four hours when
      *            the catalog has no line; the hours of the courses
      *            in progress count first). The rest that qualify
      *            are kept as alternatives. Proposals go to
      *            REMATRICULA-PROPOSTA.DAT (REMATRIC.cpy); a rerun
      *            rebuilds only the students who have not acted yet.
      *          - at the counter the student confirms the proposal,
      *            withdraws a course or swaps an alternative in,
      *            held to the same load.
      *          - the posting run (coordinacao) takes the confirmed
      *            lines into STUDENT-COURSES.DAT through the checks
      *            of MATRICULAS-MANUT: student on file, active and
      *            not graduated, no active hold on HOLDS.DAT, the
      *            prerequisites, no timetable clash in HORARIOS.DAT
      *            and a seat in the student's section of TURMAS.DAT;
      *            a full section puts the student on WAITLIST.DAT. A
      *            trancada row for the pair is reactivated. There is
      *            no supervisor override in the batch - an exception
      *            goes through MATRICULAS-MANUT. Every proposal run,
      *            amendment and posting goes to AUDIT-LOG.DAT.
      *          An operator below supervisor proposes, serves and
      *          posts only the students of the home campus (the
      *          campus of the student's ST-TURMA section, else
      *          ST-UNIDADE; UNIDSEL.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMATRICULA.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSTA-FILE ASSIGN TO "REMATRICULA-PROPOSTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSTA-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT CURRIC-FILE ASSIGN TO "CURRICULO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRIC-STATUS.
           SELECT DISCIP-FILE ASSIGN TO "DISCIPLINAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCIP-STATUS.
           SELECT PREREQ-FILE ASSIGN TO "PREREQUISITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREREQ-STATUS.
           SELECT GRADES-FILE ASSIGN TO "STUDENT-GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADES-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "STUDENT-GRADES-ARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT APROV-FILE ASSIGN TO "APROVEITAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROV-STATUS.
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
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITLIST-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLQ-STATUS.
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
       FD  PROPOSTA-FILE.
           COPY REMATRIC.

       FD  TERM-FILE.
           COPY TERM.

       FD  CURRIC-FILE.
           COPY CURRIC.

       FD  DISCIP-FILE.
           COPY DISCIP.

       FD  PREREQ-FILE.
           COPY PREREQ.

       FD  GRADES-FILE.
           COPY STDGRADE.

      * Second FD needs its own record name since STUDENT-GRADE-RECORD
      * is already claimed above by the live file.
       FD  ARCHIVE-FILE.
           COPY STDGRADE
               REPLACING ==STUDENT-GRADE-RECORD==
                             BY ==ARCHIVE-GRADE-RECORD==
                         ==SG-KEY==        BY ==AG-KEY==
                         ==SG-STUDENT-ID== BY ==AG-STUDENT-ID==
                         ==SG-PROGRAMA-ID== BY ==AG-PROGRAMA-ID==
                         ==SG-NOTA-1==     BY ==AG-NOTA-1==
                         ==SG-NOTA-2==     BY ==AG-NOTA-2==
                         ==SG-NOTA-3==     BY ==AG-NOTA-3==
                         ==SG-MEDIA==      BY ==AG-MEDIA==
                         ==SG-RESULTADO==  BY ==AG-RESULTADO==
                         ==SG-DATA-HORA==  BY ==AG-DATA-HORA==
                         ==SG-TERMO==      BY ==AG-TERMO==
                         ==SG-OPERADOR==   BY ==AG-OPERADOR==
                         ==SG-SITUACAO==   BY ==AG-SITUACAO==
                         ==SG-VIGENTE==    BY ==AG-VIGENTE==
                         ==SG-SUPERSEDIDA== BY ==AG-SUPERSEDIDA==
                         ==SG-MOTIVO-AJUSTE== BY ==AG-MOTIVO-AJUSTE==
                         ==SG-TURMA==      BY ==AG-TURMA==.

       FD  APROV-FILE.
           COPY APROVEIT.

       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  ENROLL-FILE.
           COPY ENROLL.

       FD  TURMA-FILE.
           COPY TURMA.

       FD  HORARIO-FILE.
           COPY HORARIO.

       FD  WAITLIST-FILE.
           COPY WAITLIST.

       FD  HOLDS-FILE.
           COPY BLOQUEIO.

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
       01 WS-PROPOSTA-STATUS  PIC X(2) VALUE SPACES.
       01 WS-TERM-STATUS      PIC X(2) VALUE SPACES.
       01 WS-CURRIC-STATUS    PIC X(2) VALUE SPACES.
       01 WS-DISCIP-STATUS    PIC X(2) VALUE SPACES.
       01 WS-PREREQ-STATUS    PIC X(2) VALUE SPACES.
       01 WS-GRADES-STATUS    PIC X(2) VALUE SPACES.
       01 WS-ARCH-STATUS      PIC X(2) VALUE SPACES.
       01 WS-APROV-STATUS     PIC X(2) VALUE SPACES.
       01 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       01 WS-ENROLL-STATUS    PIC X(2) VALUE SPACES.
       01 WS-TURMA-STATUS     PIC X(2) VALUE SPACES.
       01 WS-HORARIO-STATUS   PIC X(2) VALUE SPACES.
       01 WS-WAITLIST-STATUS  PIC X(2) VALUE SPACES.
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
       01 WS-SUBOPCAO         PIC X VALUE SPACES.
       01 WS-TERMO-ATUAL      PIC X(06) VALUE SPACES.
       01 WS-DATA-HOJE        PIC X(08) VALUE SPACES.
       01 WS-CURRIC-PEDIDO    PIC X(10) VALUE SPACES.
       01 WS-LIMITE-ENTRADA   PIC X(03) VALUE SPACES.
       01 WS-LIMITE           PIC 9(03) VALUE 0.

      * The proposal file held whole; WS-PRO-EXCLUIR marks a line a
      * rerun of the proposal run replaces.
       01 WS-TABELA-PROPOSTAS.
           05 WS-PRO-ENTRY OCCURS 5000 TIMES.
               10 WS-PRO-TERMO     PIC X(06).
               10 WS-PRO-ALUNO     PIC X(10).
               10 WS-PRO-CURSO     PIC X(10).
               10 WS-PRO-HORAS     PIC 9(02).
               10 WS-PRO-SITUACAO  PIC X(01).
                   88 PRO-PROPOSTA    VALUE "P".
                   88 PRO-ALTERNATIVA VALUE "A".
                   88 PRO-CONFIRMADA  VALUE "C".
                   88 PRO-RETIRADA    VALUE "R".
                   88 PRO-EFETIVADA   VALUE "E".
                   88 PRO-EM-FILA     VALUE "F".
                   88 PRO-RECUSADA    VALUE "X".
                   88 PRO-EM-ABERTO   VALUES "P", "A".
               10 WS-PRO-LIMITE    PIC 9(03).
               10 WS-PRO-MOTIVO    PIC X(30).
               10 WS-PRO-DATA      PIC X(08).
               10 WS-PRO-OPERADOR  PIC X(08).
               10 WS-PRO-EXCLUIR   PIC X(01).
                   88 PRO-EXCLUIDA VALUE "S".
       01 WS-TOTAL-PROPOSTAS  PIC 9(05) VALUE 0.
       01 WS-TOTAL-PROP-LIDAS PIC 9(05) VALUE 0.
       01 WS-MAX-PROPOSTAS    PIC 9(05) VALUE 5000.

       01 WS-TABELA-REQUISITOS.
           05 WS-REQ-CURSO OCCURS 30 TIMES PIC X(10).
       01 WS-TOTAL-REQ        PIC 9(02) VALUE 0.

       01 WS-TABELA-CATALOGO.
           05 WS-CAT-ENTRY OCCURS 30 TIMES.
               10 WS-CAT-NOME  PIC X(40).
               10 WS-CAT-CARGA PIC 9(2).
       01 WS-TOTAL-CATALOGO   PIC 9(02) VALUE 0.

       01 WS-TABELA-PREREQ.
           05 WS-PRQ-ENTRY OCCURS 200 TIMES.
               10 WS-PRQ-CURSO    PIC X(10).
               10 WS-PRQ-EXIGIDO  PIC X(10).
       01 WS-TOTAL-PREREQ     PIC 9(03) VALUE 0.

      * Courses passed, one line per student and course: a vigente
      * APROVADO row in the live history or in the archive, or a
      * transfer credit.
       01 WS-TABELA-APROVADAS.
           05 WS-APV-ENTRY OCCURS 5000 TIMES.
               10 WS-APV-ALUNO    PIC X(10).
               10 WS-APV-CURSO    PIC X(10).
       01 WS-TOTAL-APROVADAS  PIC 9(05) VALUE 0.
       01 WS-MAX-APROVADAS    PIC 9(05) VALUE 5000.
       01 WS-HISTORICO-LIDO   PIC X VALUE "N".
           88 HISTORICO-LIDO  VALUE "S".

       01 WS-TABELA-ALUNOS.
           05 WS-ALU-ENTRY OCCURS 1000 TIMES.
               10 WS-ALU-ID        PIC X(10).
               10 WS-ALU-NOME      PIC X(30).
               10 WS-ALU-STATUS    PIC X(01).
                   88 ALU-ATIVO    VALUE "A".
                   88 ALU-FORMADO  VALUE "G".
               10 WS-ALU-TURMA     PIC X(04).
               10 WS-ALU-UNIDADE   PIC X(04).
       01 WS-TOTAL-ALUNOS     PIC 9(04) VALUE 0.
       01 WS-MAX-ALUNOS       PIC 9(04) VALUE 1000.

       01 WS-TABELA-MATRICULAS.
           05 WS-MAT-ENTRY OCCURS 3000 TIMES.
               10 WS-MAT-ALUNO     PIC X(10).
               10 WS-MAT-CURSO     PIC X(10).
               10 WS-MAT-STATUS    PIC X(01).
               10 WS-MAT-EFEITO    PIC X(08).
       01 WS-TOTAL-MATRICULAS PIC 9(04) VALUE 0.
       01 WS-MAX-MATRICULAS   PIC 9(04) VALUE 3000.

       01 WS-TABELA-TURMAS.
           05 WS-TUR-ENTRY OCCURS 200 TIMES.
               10 WS-TUR-COD       PIC X(04).
               10 WS-TUR-CURSO     PIC X(10).
               10 WS-TUR-CAP       PIC 9(03).
               10 WS-TUR-TERMO     PIC X(06).
               10 WS-TUR-OCUP      PIC 9(04).
               10 WS-TUR-UNIDADE   PIC X(04).
       01 WS-TOTAL-TURMAS     PIC 9(04) VALUE 0.
       01 WS-MAX-TURMAS       PIC 9(04) VALUE 200.

       01 WS-TABELA-HORARIOS.
           05 WS-HOR-ENTRY OCCURS 500 TIMES.
               10 WS-HOR-TURMA     PIC X(04).
               10 WS-HOR-CURSO     PIC X(10).
               10 WS-HOR-DIA       PIC 9(01).
               10 WS-HOR-INICIO    PIC 9(04).
               10 WS-HOR-FIM       PIC 9(04).
       01 WS-TOTAL-HORARIOS   PIC 9(04) VALUE 0.
       01 WS-MAX-HORARIOS     PIC 9(04) VALUE 500.

       01 WS-TABELA-FILA.
           05 WS-FILA-ENTRY OCCURS 500 TIMES.
               10 WS-FILA-TURMA    PIC X(04).
               10 WS-FILA-ALUNO    PIC X(10).
               10 WS-FILA-CURSO    PIC X(10).
               10 WS-FILA-QUANDO   PIC X(19).
       01 WS-TOTAL-FILA       PIC 9(04) VALUE 0.
       01 WS-MAX-FILA         PIC 9(04) VALUE 500.

       01 WS-ARQUIVO-CHEIO    PIC X VALUE "N".
           88 ARQUIVO-CHEIO   VALUE "S".
       01 WS-ARQUIVO-NOME     PIC X(24) VALUE SPACES.
       01 WS-ARQUIVO-MAX      PIC 9(05) VALUE 0.

       01 WS-I                PIC 9(05).
       01 WS-J                PIC 9(05).
       01 WS-J2               PIC 9(05).
       01 WS-K                PIC 9(05).
       01 WS-R                PIC 9(02).
       01 WS-H1               PIC 9(04).
       01 WS-H2               PIC 9(04).
       01 WS-ACHOU            PIC X VALUE "N".
           88 ACHOU           VALUE "S".

       01 WS-ALUNO-PEDIDO     PIC X(10) VALUE SPACES.
       01 WS-ALU-POS          PIC 9(04) VALUE 0.
       01 WS-UNID-ALUNO       PIC X(10) VALUE SPACES.
       01 WS-UNID-TURMA       PIC X(04) VALUE SPACES.
       01 WS-U                PIC 9(05).
       01 WS-CURSO-BUSCA      PIC X(10) VALUE SPACES.
       01 WS-CARGA-ATUAL      PIC 9(02) VALUE 0.
       01 WS-CARGA-USADA      PIC 9(03) VALUE 0.
       01 WS-APROVADO         PIC X VALUE "N".
           88 CURSO-APROVADO  VALUE "S".
       01 WS-EM-CURSO         PIC X VALUE "N".
           88 CURSO-EM-CURSO  VALUE "S".
       01 WS-PREREQ-ATENDIDO  PIC X VALUE "S".
           88 PREREQ-ATENDIDO VALUE "S".
       01 WS-PREREQ-FALTANTE  PIC X(10) VALUE SPACES.
       01 WS-ALUNO-TRATADO    PIC X VALUE "N".
           88 ALUNO-TRATADO   VALUE "S".

       01 WS-QT-ALUNOS        PIC 9(04) VALUE 0.
       01 WS-QT-TRATADOS      PIC 9(04) VALUE 0.
       01 WS-QT-PROPOSTAS     PIC 9(05) VALUE 0.
       01 WS-QT-ALTERNATIVAS  PIC 9(05) VALUE 0.
       01 WS-QT-SEM-PREREQ    PIC 9(05) VALUE 0.
       01 WS-QT-SEM-PROPOSTA  PIC 9(04) VALUE 0.
       01 WS-QT-ALU-PROPOSTAS PIC 9(02) VALUE 0.

      * Lines of one student on screen, numbered for the counter.
       01 WS-TABELA-VISTA.
           05 WS-VIS-POS OCCURS 40 TIMES PIC 9(05).
       01 WS-TOTAL-VISTA      PIC 9(02) VALUE 0.
       01 WS-NUMERO-ENTRADA   PIC X(02) VALUE SPACES.
       01 WS-NUMERO           PIC 9(02) VALUE 0.
       01 WS-SITUACAO-DISP    PIC X(12) VALUE SPACES.
       01 WS-CARGA-PREVISTA   PIC 9(03) VALUE 0.

       01 WS-CHQ-TURMA        PIC X(04) VALUE SPACES.
       01 WS-CHQ-CURSO        PIC X(10) VALUE SPACES.
       01 WS-CHQ-OUTRO        PIC X(10) VALUE SPACES.
       01 WS-BUSCA-CURSO      PIC X(10) VALUE SPACES.
       01 WS-TERMO-SECAO      PIC X(06) VALUE SPACES.
       01 WS-TERMO-NOVO       PIC X(06) VALUE SPACES.
       01 WS-CHOQUE           PIC X VALUE "N".
           88 CHOQUE-HORARIO  VALUE "S".
       01 WS-SEC-POS          PIC 9(04) VALUE 0.
       01 WS-PAR-ACHADO       PIC 9(04) VALUE 0.
       01 WS-JA-NA-FILA       PIC X VALUE "N".
           88 JA-NA-FILA      VALUE "S".

       01 WS-QT-CONFIRMADAS   PIC 9(05) VALUE 0.
       01 WS-QT-EFETIVADAS    PIC 9(05) VALUE 0.
       01 WS-QT-FILA          PIC 9(05) VALUE 0.
       01 WS-QT-RECUSADAS     PIC 9(05) VALUE 0.
       01 WS-MATRICULAS-ALTERADAS PIC X VALUE "N".
           88 MATRICULAS-ALTERADAS VALUE "S".
       01 WS-FILA-ALTERADA    PIC X VALUE "N".
           88 FILA-ALTERADA   VALUE "S".

       COPY BLQCHK.
       COPY SNCONF.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM LER-OPERADOR.
           PERFORM LER-TERMO-ABERTO.
           IF WS-TERMO-ATUAL = SPACES
               DISPLAY "NENHUM TERMO ABERTO EM ACADEMIC-TERM.DAT - "
                   "A REMATRICULA E FEITA PARA O TERMO ABERTO."
               STOP RUN
           END-IF.
           PERFORM CARREGAR-PROPOSTAS.
           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-MATRICULAS.
           PERFORM CARREGAR-TURMAS.
           PERFORM CARREGAR-HORARIOS.
           PERFORM CARREGAR-FILA-ESPERA.
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
                       PERFORM GERAR-PROPOSTAS
                   WHEN "2"
                       PERFORM ATENDER-ALUNO
                   WHEN "3"
                       PERFORM EFETIVAR-PROPOSTAS
                   WHEN "4"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       MOSTRAR-MENU.
           DISPLAY " "
           DISPLAY "===== REMATRICULA - TERMO " WS-TERMO-ATUAL " ====="
           DISPLAY "1 - GERAR PROPOSTAS DO TERMO"
           DISPLAY "2 - CONFIRMAR OU ALTERAR PROPOSTA DE UM ALUNO"
           DISPLAY "3 - EFETIVAR PROPOSTAS CONFIRMADAS"
           DISPLAY "4 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO:"
           ACCEPT WS-OPCAO.

      ******************************************************************
      * The proposal run. A student who has already confirmed,
      * amended or been posted this term keeps those lines; everyone
      * else's open lines are rebuilt.
      ******************************************************************
       GERAR-PROPOSTAS.
           PERFORM VERIFICAR-AUTORIZACAO.
           IF AUTORIZADO
               PERFORM PEDIR-PARAMETROS
           END-IF.
           IF AUTORIZADO AND WS-TOTAL-REQ > 0
               PERFORM CARREGAR-HISTORICO
               IF ARQUIVO-CHEIO
                   DISPLAY WS-ARQUIVO-NOME " EXCEDE A CAPACIDADE DE "
                       WS-ARQUIVO-MAX " LINHAS DESTE PROGRAMA - "
                       "NENHUMA PROPOSTA GERADA."
               ELSE
                   PERFORM MONTAR-PROPOSTAS
               END-IF
           END-IF.

       PEDIR-PARAMETROS.
           DISPLAY "CURRICULO (ENTER = PADRAO): ".
           ACCEPT WS-CURRIC-PEDIDO.
           IF WS-CURRIC-PEDIDO = SPACES
               MOVE "PADRAO" TO WS-CURRIC-PEDIDO
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CURRIC-PEDIDO)
               TO WS-CURRIC-PEDIDO.
           PERFORM CARREGAR-REQUISITOS.
           IF WS-TOTAL-REQ = 0
               DISPLAY "CURRICULO " WS-CURRIC-PEDIDO " NAO CONSTA "
                   "EM CURRICULO.DAT. NENHUMA PROPOSTA GERADA."
           ELSE
               MOVE 0 TO WS-LIMITE
               PERFORM UNTIL WS-LIMITE > 0
                   DISPLAY "CARGA MAXIMA DE HORAS POR ALUNO "
                       "(ENTER = 20): "
                   ACCEPT WS-LIMITE-ENTRADA
                   IF WS-LIMITE-ENTRADA = SPACES
                       MOVE 20 TO WS-LIMITE
                   ELSE
                       IF FUNCTION TEST-NUMVAL(WS-LIMITE-ENTRADA) = 0
                           COMPUTE WS-LIMITE =
                               FUNCTION NUMVAL(WS-LIMITE-ENTRADA)
                       END-IF
                   END-IF
                   IF WS-LIMITE = 0
                       DISPLAY "CARGA INVALIDA. INFORME DE 1 A 999 "
                           "HORAS."
                   END-IF
               END-PERFORM
               PERFORM CARREGAR-CATALOGO
               PERFORM CARREGAR-PREREQUISITOS
           END-IF.

       MONTAR-PROPOSTAS.
           MOVE 0 TO WS-QT-ALUNOS WS-QT-TRATADOS WS-QT-PROPOSTAS.
           MOVE 0 TO WS-QT-ALTERNATIVAS WS-QT-SEM-PREREQ.
           MOVE 0 TO WS-QT-SEM-PROPOSTA.
           MOVE WS-TOTAL-PROPOSTAS TO WS-TOTAL-PROP-LIDAS.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-PROPOSTAS
               MOVE "N" TO WS-PRO-EXCLUIR(WS-K)
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS OR ARQUIVO-CHEIO
               MOVE WS-ALU-ID(WS-I) TO WS-UNID-ALUNO
               PERFORM UNIDADE-DO-ALUNO
               IF ALU-ATIVO(WS-I) AND NA-UNIDADE
                   PERFORM PROPOR-ALUNO
               END-IF
           END-PERFORM.
           IF ARQUIVO-CHEIO
               DISPLAY "REMATRICULA-PROPOSTA.DAT EXCEDERIA "
                   WS-MAX-PROPOSTAS " LINHAS - NENHUMA PROPOSTA "
                   "GRAVADA."
               MOVE "N" TO WS-ARQUIVO-CHEIO
               MOVE WS-TOTAL-PROP-LIDAS TO WS-TOTAL-PROPOSTAS
           ELSE
               DISPLAY " "
               DISPLAY "TERMO " WS-TERMO-ATUAL " CURRICULO "
                   WS-CURRIC-PEDIDO " CARGA MAXIMA " WS-LIMITE
                   " HORAS"
               DISPLAY "ALUNOS ATIVOS COM PROPOSTA NOVA: "
                   WS-QT-ALUNOS "  JA ATENDIDOS (MANTIDOS): "
                   WS-QT-TRATADOS "  SEM NADA A PROPOR: "
                   WS-QT-SEM-PROPOSTA
               DISPLAY "DISCIPLINAS PROPOSTAS: " WS-QT-PROPOSTAS
                   "  ALTERNATIVAS (ACIMA DA CARGA): "
                   WS-QT-ALTERNATIVAS
                   "  AGUARDANDO PREREQUISITO: " WS-QT-SEM-PREREQ
               MOVE SPACES TO WS-SN-RESPOSTA
               PERFORM UNTIL SN-VALIDA
                   DISPLAY "GRAVAR AS PROPOSTAS EM "
                       "REMATRICULA-PROPOSTA.DAT? (S/N)"
                   ACCEPT WS-SN-RESPOSTA
                   IF NOT SN-VALIDA
                       DISPLAY "RESPOSTA INVALIDA. DIGITE S OU N."
                   END-IF
               END-PERFORM
               IF SN-SIM
                   PERFORM GRAVAR-PROPOSTAS
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "REMATRICULA GERADA TERMO=" DELIMITED BY SIZE
                       WS-TERMO-ATUAL DELIMITED BY SIZE
                       " CURRICULO=" DELIMITED BY SIZE
                       WS-CURRIC-PEDIDO DELIMITED BY SPACE
                       " LIMITE=" DELIMITED BY SIZE
                       WS-LIMITE DELIMITED BY SIZE
                       " ALUNOS=" DELIMITED BY SIZE
                       WS-QT-ALUNOS DELIMITED BY SIZE
                       " DISCIPLINAS=" DELIMITED BY SIZE
                       WS-QT-PROPOSTAS DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY "PROPOSTAS GRAVADAS EM "
                       "REMATRICULA-PROPOSTA.DAT."
               ELSE
                   MOVE WS-TOTAL-PROP-LIDAS TO WS-TOTAL-PROPOSTAS
                   DISPLAY "PROPOSTAS NAO GRAVADAS."
               END-IF
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-PROPOSTAS
               MOVE "N" TO WS-PRO-EXCLUIR(WS-K)
           END-PERFORM.

      * One student: the hours of the courses in progress are taken
      * first, then each outstanding course of the curriculum whose
      * prerequisites are passed, in curriculum order - inside the
      * load it is proposed, over it it is an alternative.
       PROPOR-ALUNO.
           MOVE "N" TO WS-ALUNO-TRATADO.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-PROP-LIDAS
               IF WS-PRO-TERMO(WS-K) = WS-TERMO-ATUAL
                   AND WS-PRO-ALUNO(WS-K) = WS-ALU-ID(WS-I)
                   AND NOT PRO-EM-ABERTO(WS-K)
                   MOVE "S" TO WS-ALUNO-TRATADO
               END-IF
           END-PERFORM.
           IF ALUNO-TRATADO
               ADD 1 TO WS-QT-TRATADOS
           ELSE
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TOTAL-PROP-LIDAS
                   IF WS-PRO-TERMO(WS-K) = WS-TERMO-ATUAL
                       AND WS-PRO-ALUNO(WS-K) = WS-ALU-ID(WS-I)
                       MOVE "S" TO WS-PRO-EXCLUIR(WS-K)
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-CARGA-USADA
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-MATRICULAS
                   IF WS-MAT-ALUNO(WS-J) = WS-ALU-ID(WS-I)
                       AND WS-MAT-STATUS(WS-J) NOT = "T"
                       MOVE WS-MAT-CURSO(WS-J) TO WS-CURSO-BUSCA
                       PERFORM VERIFICAR-APROVADO
                       IF NOT CURSO-APROVADO
                           PERFORM OBTER-CARGA
                           ADD WS-CARGA-ATUAL TO WS-CARGA-USADA
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-QT-ALU-PROPOSTAS
               PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-TOTAL-REQ OR ARQUIVO-CHEIO
                   PERFORM AVALIAR-REQUISITO
               END-PERFORM
               IF WS-QT-ALU-PROPOSTAS > 0
                   ADD 1 TO WS-QT-ALUNOS
               ELSE
                   ADD 1 TO WS-QT-SEM-PROPOSTA
               END-IF
           END-IF.

       AVALIAR-REQUISITO.
           MOVE WS-REQ-CURSO(WS-R) TO WS-CURSO-BUSCA.
           PERFORM VERIFICAR-APROVADO.
           MOVE "N" TO WS-EM-CURSO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-MATRICULAS
               IF WS-MAT-ALUNO(WS-J) = WS-ALU-ID(WS-I)
                   AND WS-MAT-CURSO(WS-J) = WS-CURSO-BUSCA
                   AND WS-MAT-STATUS(WS-J) NOT = "T"
                   MOVE "S" TO WS-EM-CURSO
               END-IF
           END-PERFORM.
           IF NOT CURSO-APROVADO AND NOT CURSO-EM-CURSO
               PERFORM VERIFICAR-PREREQUISITOS
               IF NOT PREREQ-ATENDIDO
                   ADD 1 TO WS-QT-SEM-PREREQ
               ELSE
                   IF WS-TOTAL-PROPOSTAS >= WS-MAX-PROPOSTAS
                       MOVE "S" TO WS-ARQUIVO-CHEIO
                   ELSE
                       PERFORM OBTER-CARGA
                       ADD 1 TO WS-TOTAL-PROPOSTAS
                       MOVE WS-TERMO-ATUAL
                           TO WS-PRO-TERMO(WS-TOTAL-PROPOSTAS)
                       MOVE WS-ALU-ID(WS-I)
                           TO WS-PRO-ALUNO(WS-TOTAL-PROPOSTAS)
                       MOVE WS-CURSO-BUSCA
                           TO WS-PRO-CURSO(WS-TOTAL-PROPOSTAS)
                       MOVE WS-CARGA-ATUAL
                           TO WS-PRO-HORAS(WS-TOTAL-PROPOSTAS)
                       MOVE WS-LIMITE
                           TO WS-PRO-LIMITE(WS-TOTAL-PROPOSTAS)
                       MOVE SPACES
                           TO WS-PRO-MOTIVO(WS-TOTAL-PROPOSTAS)
                       MOVE WS-DATA-HOJE
                           TO WS-PRO-DATA(WS-TOTAL-PROPOSTAS)
                       MOVE WS-OPERADOR
                           TO WS-PRO-OPERADOR(WS-TOTAL-PROPOSTAS)
                       MOVE "N" TO WS-PRO-EXCLUIR(WS-TOTAL-PROPOSTAS)
                       IF WS-CARGA-USADA + WS-CARGA-ATUAL <= WS-LIMITE
                           MOVE "P"
                               TO WS-PRO-SITUACAO(WS-TOTAL-PROPOSTAS)
                           ADD WS-CARGA-ATUAL TO WS-CARGA-USADA
                           ADD 1 TO WS-QT-PROPOSTAS
                           ADD 1 TO WS-QT-ALU-PROPOSTAS
                       ELSE
                           MOVE "A"
                               TO WS-PRO-SITUACAO(WS-TOTAL-PROPOSTAS)
                           MOVE "ACIMA DA CARGA MAXIMA"
                               TO WS-PRO-MOTIVO(WS-TOTAL-PROPOSTAS)
                           ADD 1 TO WS-QT-ALTERNATIVAS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * WS-CURSO-BUSCA passed by student WS-ALU-ID(WS-I).
       VERIFICAR-APROVADO.
           MOVE "N" TO WS-APROVADO.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-APROVADAS OR CURSO-APROVADO
               IF WS-APV-ALUNO(WS-K) = WS-ALU-ID(WS-I)
                   AND WS-APV-CURSO(WS-K) = WS-CURSO-BUSCA
                   MOVE "S" TO WS-APROVADO
               END-IF
           END-PERFORM.

      * Every PREREQUISITES.DAT pair for WS-CURSO-BUSCA passed, as
      * MATRICULAS-MANUT requires; the first one missing is kept.
       VERIFICAR-PREREQUISITOS.
           MOVE "S" TO WS-PREREQ-ATENDIDO.
           MOVE SPACES TO WS-PREREQ-FALTANTE.
           MOVE WS-CURSO-BUSCA TO WS-CHQ-CURSO.
           PERFORM VARYING WS-J2 FROM 1 BY 1
               UNTIL WS-J2 > WS-TOTAL-PREREQ OR NOT PREREQ-ATENDIDO
               IF WS-PRQ-CURSO(WS-J2) = WS-CHQ-CURSO
                   MOVE WS-PRQ-EXIGIDO(WS-J2) TO WS-CURSO-BUSCA
                   PERFORM VERIFICAR-APROVADO
                   IF NOT CURSO-APROVADO
                       MOVE "N" TO WS-PREREQ-ATENDIDO
                       MOVE WS-CURSO-BUSCA TO WS-PREREQ-FALTANTE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-CHQ-CURSO TO WS-CURSO-BUSCA.

      * Credit hours joined by the first ten characters of
      * DISC-NOME, four hours when the catalog has no matching line
      * - the AUDITORIA-GRADE convention.
       OBTER-CARGA.
           MOVE 4 TO WS-CARGA-ATUAL.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-CATALOGO
               IF WS-CAT-NOME(WS-K)(1:10) = WS-CURSO-BUSCA
                   AND WS-CAT-CARGA(WS-K) > 0
                   MOVE WS-CAT-CARGA(WS-K) TO WS-CARGA-ATUAL
               END-IF
           END-PERFORM.

      ******************************************************************
      * At the counter: the student's lines for the open term, and
      * the confirmation or the amendment.
      ******************************************************************
       ATENDER-ALUNO.
           DISPLAY "MATRICULA DO ALUNO:".
           ACCEPT WS-ALUNO-PEDIDO.
           MOVE FUNCTION UPPER-CASE(WS-ALUNO-PEDIDO)
               TO WS-ALUNO-PEDIDO.
           MOVE WS-ALUNO-PEDIDO TO WS-UNID-ALUNO.
           PERFORM UNIDADE-DO-ALUNO.
           MOVE 0 TO WS-TOTAL-VISTA.
           IF NA-UNIDADE
               PERFORM MOSTRAR-PROPOSTA
           END-IF.
           EVALUATE TRUE
               WHEN NOT NA-UNIDADE
                   DISPLAY "ALUNO DA UNIDADE " WS-UNIDADE-REG
                       " - OPERADOR RESTRITO A UNIDADE "
                       WS-UNIDADE-FILTRO "."
               WHEN WS-TOTAL-VISTA = 0
                   DISPLAY "ALUNO " WS-ALUNO-PEDIDO " SEM PROPOSTA DE "
                       "REMATRICULA PARA O TERMO " WS-TERMO-ATUAL "."
               WHEN OTHER
                   MOVE SPACES TO WS-SUBOPCAO
                   PERFORM UNTIL WS-SUBOPCAO = "4"
                       DISPLAY " "
                       DISPLAY "1 - CONFIRMAR A PROPOSTA"
                       DISPLAY "2 - RETIRAR UMA DISCIPLINA"
                       DISPLAY "3 - INCLUIR UMA ALTERNATIVA"
                       DISPLAY "4 - VOLTAR"
                       DISPLAY "ESCOLHA UMA OPCAO:"
                       ACCEPT WS-SUBOPCAO
                       EVALUATE WS-SUBOPCAO
                           WHEN "1"
                               PERFORM CONFIRMAR-PROPOSTA
                           WHEN "2"
                               PERFORM RETIRAR-DISCIPLINA
                           WHEN "3"
                               PERFORM INCLUIR-ALTERNATIVA
                           WHEN "4"
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "OPCAO INVALIDA."
                       END-EVALUATE
                   END-PERFORM
           END-EVALUATE.

       MOSTRAR-PROPOSTA.
           MOVE 0 TO WS-TOTAL-VISTA.
           MOVE 0 TO WS-CARGA-PREVISTA.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-PROPOSTAS
               IF WS-PRO-TERMO(WS-K) = WS-TERMO-ATUAL
                   AND WS-PRO-ALUNO(WS-K) = WS-ALUNO-PEDIDO
                   AND WS-TOTAL-VISTA < 40
                   ADD 1 TO WS-TOTAL-VISTA
                   MOVE WS-K TO WS-VIS-POS(WS-TOTAL-VISTA)
               END-IF
           END-PERFORM.
           IF WS-TOTAL-VISTA > 0
               MOVE WS-VIS-POS(1) TO WS-K
               DISPLAY " "
               DISPLAY "PROPOSTA DE REMATRICULA - TERMO "
                   WS-TERMO-ATUAL " - ALUNO " WS-ALUNO-PEDIDO
                   " - CARGA MAXIMA " WS-PRO-LIMITE(WS-K) " HORAS"
               PERFORM VARYING WS-NUMERO FROM 1 BY 1
                   UNTIL WS-NUMERO > WS-TOTAL-VISTA
                   MOVE WS-VIS-POS(WS-NUMERO) TO WS-K
                   PERFORM OBTER-SITUACAO-DISP
                   IF PRO-PROPOSTA(WS-K) OR PRO-CONFIRMADA(WS-K)
                       ADD WS-PRO-HORAS(WS-K) TO WS-CARGA-PREVISTA
                   END-IF
                   DISPLAY WS-NUMERO ": " WS-PRO-CURSO(WS-K) " "
                       WS-PRO-HORAS(WS-K) "H  " WS-SITUACAO-DISP
                       " " WS-PRO-MOTIVO(WS-K)
               END-PERFORM
               DISPLAY "CARGA PROPOSTA/CONFIRMADA: " WS-CARGA-PREVISTA
                   " HORAS"
           END-IF.

       OBTER-SITUACAO-DISP.
           EVALUATE TRUE
               WHEN PRO-PROPOSTA(WS-K)
                   MOVE "PROPOSTA" TO WS-SITUACAO-DISP
               WHEN PRO-ALTERNATIVA(WS-K)
                   MOVE "ALTERNATIVA" TO WS-SITUACAO-DISP
               WHEN PRO-CONFIRMADA(WS-K)
                   MOVE "CONFIRMADA" TO WS-SITUACAO-DISP
               WHEN PRO-RETIRADA(WS-K)
                   MOVE "RETIRADA" TO WS-SITUACAO-DISP
               WHEN PRO-EFETIVADA(WS-K)
                   MOVE "EFETIVADA" TO WS-SITUACAO-DISP
               WHEN PRO-EM-FILA(WS-K)
                   MOVE "FILA ESPERA" TO WS-SITUACAO-DISP
               WHEN OTHER
                   MOVE "RECUSADA" TO WS-SITUACAO-DISP
           END-EVALUATE.

       CONFIRMAR-PROPOSTA.
           MOVE 0 TO WS-QT-CONFIRMADAS.
           PERFORM VARYING WS-NUMERO FROM 1 BY 1
               UNTIL WS-NUMERO > WS-TOTAL-VISTA
               MOVE WS-VIS-POS(WS-NUMERO) TO WS-K
               IF PRO-PROPOSTA(WS-K)
                   MOVE "C" TO WS-PRO-SITUACAO(WS-K)
                   MOVE WS-DATA-HOJE TO WS-PRO-DATA(WS-K)
                   MOVE WS-OPERADOR TO WS-PRO-OPERADOR(WS-K)
                   ADD 1 TO WS-QT-CONFIRMADAS
               END-IF
           END-PERFORM.
           IF WS-QT-CONFIRMADAS = 0
               DISPLAY "NENHUMA DISCIPLINA PROPOSTA A CONFIRMAR."
           ELSE
               PERFORM GRAVAR-PROPOSTAS
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "REMATRICULA CONFIRMADA ALUNO=" DELIMITED BY SIZE
                   WS-ALUNO-PEDIDO DELIMITED BY SIZE
                   " TERMO=" DELIMITED BY SIZE
                   WS-TERMO-ATUAL DELIMITED BY SIZE
                   " DISCIPLINAS=" DELIMITED BY SIZE
                   WS-QT-CONFIRMADAS DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               DISPLAY WS-QT-CONFIRMADAS " DISCIPLINA(S) "
                   "CONFIRMADA(S)."
               PERFORM MOSTRAR-PROPOSTA
           END-IF.

       RETIRAR-DISCIPLINA.
           PERFORM PEDIR-NUMERO.
           IF WS-NUMERO > 0
               MOVE WS-VIS-POS(WS-NUMERO) TO WS-K
               IF PRO-PROPOSTA(WS-K) OR PRO-CONFIRMADA(WS-K)
                   MOVE "R" TO WS-PRO-SITUACAO(WS-K)
                   MOVE "RETIRADA PELO ALUNO" TO WS-PRO-MOTIVO(WS-K)
                   MOVE WS-DATA-HOJE TO WS-PRO-DATA(WS-K)
                   MOVE WS-OPERADOR TO WS-PRO-OPERADOR(WS-K)
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "REMATRICULA ALTERADA ALUNO="
                       DELIMITED BY SIZE
                       WS-ALUNO-PEDIDO DELIMITED BY SIZE
                       " RETIRADA=" DELIMITED BY SIZE
                       WS-PRO-CURSO(WS-K) DELIMITED BY SIZE
                       " TERMO=" DELIMITED BY SIZE
                       WS-TERMO-ATUAL DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   PERFORM GRAVAR-AUDITORIA
                   PERFORM GRAVAR-PROPOSTAS
                   PERFORM MOSTRAR-PROPOSTA
               ELSE
                   DISPLAY "SO UMA DISCIPLINA PROPOSTA OU CONFIRMADA "
                       "PODE SER RETIRADA."
               END-IF
           END-IF.

      * An alternative - or a course withdrawn before - comes back as
      * proposed, to be confirmed, when it fits the load the proposal
      * was built under.
       INCLUIR-ALTERNATIVA.
           PERFORM PEDIR-NUMERO.
           IF WS-NUMERO > 0
               MOVE WS-VIS-POS(WS-NUMERO) TO WS-K
               IF PRO-ALTERNATIVA(WS-K) OR PRO-RETIRADA(WS-K)
                   IF WS-CARGA-PREVISTA + WS-PRO-HORAS(WS-K)
                       > WS-PRO-LIMITE(WS-K)
                       DISPLAY "INCLUSAO RECUSADA: A CARGA PASSARIA "
                           "DE " WS-PRO-LIMITE(WS-K) " HORAS. RETIRE "
                           "OUTRA DISCIPLINA ANTES."
                   ELSE
                       MOVE "P" TO WS-PRO-SITUACAO(WS-K)
                       MOVE "INCLUIDA PELO ALUNO"
                           TO WS-PRO-MOTIVO(WS-K)
                       MOVE WS-DATA-HOJE TO WS-PRO-DATA(WS-K)
                       MOVE WS-OPERADOR TO WS-PRO-OPERADOR(WS-K)
                       MOVE SPACES TO WS-AUDIT-MSG
                       STRING "REMATRICULA ALTERADA ALUNO="
                           DELIMITED BY SIZE
                           WS-ALUNO-PEDIDO DELIMITED BY SIZE
                           " INCLUIDA=" DELIMITED BY SIZE
                           WS-PRO-CURSO(WS-K) DELIMITED BY SIZE
                           " TERMO=" DELIMITED BY SIZE
                           WS-TERMO-ATUAL DELIMITED BY SIZE
                           INTO WS-AUDIT-MSG
                       END-STRING
                       PERFORM GRAVAR-AUDITORIA
                       PERFORM GRAVAR-PROPOSTAS
                       DISPLAY "DISCIPLINA INCLUIDA - CONFIRME A "
                           "PROPOSTA PARA VALER."
                       PERFORM MOSTRAR-PROPOSTA
                   END-IF
               ELSE
                   DISPLAY "SO UMA ALTERNATIVA OU UMA DISCIPLINA "
                       "RETIRADA PODE SER INCLUIDA."
               END-IF
           END-IF.

       PEDIR-NUMERO.
           MOVE 0 TO WS-NUMERO.
           DISPLAY "NUMERO DA LINHA:".
           ACCEPT WS-NUMERO-ENTRADA.
           IF WS-NUMERO-ENTRADA(2:1) = SPACE
               MOVE WS-NUMERO-ENTRADA(1:1) TO WS-NUMERO-ENTRADA(2:1)
               MOVE "0" TO WS-NUMERO-ENTRADA(1:1)
           END-IF.
           IF WS-NUMERO-ENTRADA IS NUMERIC
               MOVE WS-NUMERO-ENTRADA TO WS-NUMERO
           END-IF.
           IF WS-NUMERO = 0 OR WS-NUMERO > WS-TOTAL-VISTA
               MOVE 0 TO WS-NUMERO
               DISPLAY "NUMERO INVALIDO."
           END-IF.

      ******************************************************************
      * The posting run: every confirmed line of the open term goes
      * through the MATRICULAS-MANUT checks, in file order.
      ******************************************************************
       EFETIVAR-PROPOSTAS.
           PERFORM VERIFICAR-AUTORIZACAO.
           IF AUTORIZADO
               MOVE 0 TO WS-QT-CONFIRMADAS
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TOTAL-PROPOSTAS
                   MOVE WS-PRO-ALUNO(WS-K) TO WS-UNID-ALUNO
                   PERFORM UNIDADE-DO-ALUNO
                   IF WS-PRO-TERMO(WS-K) = WS-TERMO-ATUAL
                       AND PRO-CONFIRMADA(WS-K) AND NA-UNIDADE
                       ADD 1 TO WS-QT-CONFIRMADAS
                   END-IF
               END-PERFORM
               IF WS-QT-CONFIRMADAS = 0
                   DISPLAY "NENHUMA PROPOSTA CONFIRMADA PARA O TERMO "
                       WS-TERMO-ATUAL "."
               ELSE
                   MOVE SPACES TO WS-SN-RESPOSTA
                   PERFORM UNTIL SN-VALIDA
                       DISPLAY "EFETIVAR " WS-QT-CONFIRMADAS
                           " DISCIPLINA(S) CONFIRMADA(S) EM "
                           "STUDENT-COURSES.DAT? (S/N)"
                       ACCEPT WS-SN-RESPOSTA
                       IF NOT SN-VALIDA
                           DISPLAY "RESPOSTA INVALIDA. DIGITE S OU N."
                       END-IF
                   END-PERFORM
                   IF SN-SIM
                       PERFORM EFETIVAR-CONFIRMADAS
                   ELSE
                       DISPLAY "EFETIVACAO NAO REALIZADA."
                   END-IF
               END-IF
           END-IF.

       EFETIVAR-CONFIRMADAS.
           PERFORM CARREGAR-PREREQUISITOS.
           PERFORM CARREGAR-HISTORICO.
           IF ARQUIVO-CHEIO
               DISPLAY WS-ARQUIVO-NOME " EXCEDE A CAPACIDADE DE "
                   WS-ARQUIVO-MAX " LINHAS DESTE PROGRAMA - NADA "
                   "EFETIVADO."
           ELSE
               PERFORM CONTAR-OCUPACOES
               MOVE 0 TO WS-QT-EFETIVADAS WS-QT-FILA WS-QT-RECUSADAS
               MOVE "N" TO WS-MATRICULAS-ALTERADAS
               MOVE "N" TO WS-FILA-ALTERADA
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-PROPOSTAS
                   MOVE WS-PRO-ALUNO(WS-J) TO WS-UNID-ALUNO
                   PERFORM UNIDADE-DO-ALUNO
                   IF WS-PRO-TERMO(WS-J) = WS-TERMO-ATUAL
                       AND PRO-CONFIRMADA(WS-J) AND NA-UNIDADE
                       PERFORM EFETIVAR-LINHA
                   END-IF
               END-PERFORM
               IF MATRICULAS-ALTERADAS
                   PERFORM GRAVAR-MATRICULAS
               END-IF
               IF FILA-ALTERADA
                   PERFORM GRAVAR-FILA-ESPERA
               END-IF
               PERFORM GRAVAR-PROPOSTAS
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "REMATRICULA EFETIVADA TERMO=" DELIMITED BY SIZE
                   WS-TERMO-ATUAL DELIMITED BY SIZE
                   " MATRICULADAS=" DELIMITED BY SIZE
                   WS-QT-EFETIVADAS DELIMITED BY SIZE
                   " FILA=" DELIMITED BY SIZE
                   WS-QT-FILA DELIMITED BY SIZE
                   " RECUSADAS=" DELIMITED BY SIZE
                   WS-QT-RECUSADAS DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               DISPLAY "MATRICULADAS: " WS-QT-EFETIVADAS
                   "  NA FILA DE ESPERA: " WS-QT-FILA
                   "  RECUSADAS: " WS-QT-RECUSADAS
               DISPLAY "RESULTADO DE CADA LINHA EM "
                   "REMATRICULA-PROPOSTA.DAT; AS RECUSADAS SEGUEM "
                   "PELA MANUTENCAO DE MATRICULAS."
           END-IF.

      * One confirmed line (WS-J) against the checks, first failure
      * wins; the outcome is stamped on the line.
       EFETIVAR-LINHA.
           MOVE WS-PRO-ALUNO(WS-J) TO WS-ALUNO-PEDIDO.
           MOVE WS-PRO-CURSO(WS-J) TO WS-CURSO-BUSCA.
           MOVE SPACES TO WS-PRO-MOTIVO(WS-J).
           MOVE WS-DATA-HOJE TO WS-PRO-DATA(WS-J).
           MOVE WS-OPERADOR TO WS-PRO-OPERADOR(WS-J).
           MOVE 0 TO WS-ALU-POS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS OR WS-ALU-POS > 0
               IF WS-ALU-ID(WS-I) = WS-ALUNO-PEDIDO
                   MOVE WS-I TO WS-ALU-POS
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-ALU-POS = 0
                   MOVE "ALUNO NAO CONSTA EM STUDENT.DAT"
                       TO WS-PRO-MOTIVO(WS-J)
               WHEN ALU-FORMADO(WS-ALU-POS)
                   MOVE "ALUNO FORMADO" TO WS-PRO-MOTIVO(WS-J)
               WHEN NOT ALU-ATIVO(WS-ALU-POS)
                   MOVE "ALUNO INATIVO" TO WS-PRO-MOTIVO(WS-J)
           END-EVALUATE.
           IF WS-PRO-MOTIVO(WS-J) = SPACES
               MOVE WS-ALU-POS TO WS-I
               MOVE WS-ALUNO-PEDIDO TO WS-BLQ-ALUNO
               MOVE "MATRICULA" TO WS-BLQ-SERVICO
               PERFORM VERIFICAR-BLOQUEIOS
               IF NOT BLQ-LIBERADO
                   STRING "BLOQUEIO ATIVO " DELIMITED BY SIZE
                       WS-BLQ-TIPOS DELIMITED BY SIZE
                       INTO WS-PRO-MOTIVO(WS-J)
                   END-STRING
               END-IF
           END-IF.
           MOVE 0 TO WS-PAR-ACHADO.
           IF WS-PRO-MOTIVO(WS-J) = SPACES
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TOTAL-MATRICULAS
                   IF WS-MAT-ALUNO(WS-K) = WS-ALUNO-PEDIDO
                       AND WS-MAT-CURSO(WS-K) = WS-CURSO-BUSCA
                       MOVE WS-K TO WS-PAR-ACHADO
                   END-IF
               END-PERFORM
               IF WS-PAR-ACHADO > 0
                   IF WS-MAT-STATUS(WS-PAR-ACHADO) NOT = "T"
                       MOVE "E" TO WS-PRO-SITUACAO(WS-J)
                       MOVE "JA MATRICULADO" TO WS-PRO-MOTIVO(WS-J)
                       ADD 1 TO WS-QT-EFETIVADAS
                   END-IF
               END-IF
           END-IF.
           IF WS-PRO-MOTIVO(WS-J) = SPACES
               PERFORM VERIFICAR-PREREQUISITOS
               IF NOT PREREQ-ATENDIDO
                   STRING "SEM PREREQUISITO " DELIMITED BY SIZE
                       WS-PREREQ-FALTANTE DELIMITED BY SIZE
                       INTO WS-PRO-MOTIVO(WS-J)
                   END-STRING
               END-IF
           END-IF.
           IF WS-PRO-MOTIVO(WS-J) = SPACES
               MOVE WS-ALU-TURMA(WS-ALU-POS) TO WS-CHQ-TURMA
               PERFORM VERIFICAR-CHOQUE-HORARIO
               IF CHOQUE-HORARIO
                   STRING "CHOQUE DE HORARIO COM " DELIMITED BY SIZE
                       WS-CHQ-OUTRO DELIMITED BY SIZE
                       INTO WS-PRO-MOTIVO(WS-J)
                   END-STRING
               END-IF
           END-IF.
           IF WS-PRO-MOTIVO(WS-J) = SPACES
               PERFORM LOCALIZAR-SECAO
               IF WS-SEC-POS > 0
                   IF WS-TUR-OCUP(WS-SEC-POS) >= WS-TUR-CAP(WS-SEC-POS)
                       PERFORM ENFILEIRAR-LINHA
                   END-IF
               END-IF
           END-IF.
           IF WS-PRO-MOTIVO(WS-J) = SPACES
               PERFORM MATRICULAR-LINHA
           END-IF.
           IF NOT PRO-EFETIVADA(WS-J) AND NOT PRO-EM-FILA(WS-J)
               MOVE "X" TO WS-PRO-SITUACAO(WS-J)
               ADD 1 TO WS-QT-RECUSADAS
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "MATRICULA RECUSADA ALUNO=" DELIMITED BY SIZE
                   WS-ALUNO-PEDIDO DELIMITED BY SIZE
                   " CURSO=" DELIMITED BY SIZE
                   WS-CURSO-BUSCA DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-PRO-MOTIVO(WS-J) DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       MATRICULAR-LINHA.
           IF WS-PAR-ACHADO = 0
               AND WS-TOTAL-MATRICULAS >= WS-MAX-MATRICULAS
               MOVE "STUDENT-COURSES.DAT CHEIO" TO WS-PRO-MOTIVO(WS-J)
           ELSE
               IF WS-PAR-ACHADO = 0
                   ADD 1 TO WS-TOTAL-MATRICULAS
                   MOVE WS-TOTAL-MATRICULAS TO WS-PAR-ACHADO
                   MOVE "MATRICULA NOVA" TO WS-PRO-MOTIVO(WS-J)
               ELSE
                   MOVE "TRANCADA REATIVADA" TO WS-PRO-MOTIVO(WS-J)
               END-IF
               MOVE WS-ALUNO-PEDIDO TO WS-MAT-ALUNO(WS-PAR-ACHADO)
               MOVE WS-CURSO-BUSCA TO WS-MAT-CURSO(WS-PAR-ACHADO)
               MOVE SPACES TO WS-MAT-STATUS(WS-PAR-ACHADO)
               MOVE SPACES TO WS-MAT-EFEITO(WS-PAR-ACHADO)
               MOVE "S" TO WS-MATRICULAS-ALTERADAS
               IF WS-SEC-POS > 0
                   ADD 1 TO WS-TUR-OCUP(WS-SEC-POS)
               END-IF
               MOVE "E" TO WS-PRO-SITUACAO(WS-J)
               ADD 1 TO WS-QT-EFETIVADAS
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "REMATRICULA ALUNO=" DELIMITED BY SIZE
                   WS-ALUNO-PEDIDO DELIMITED BY SIZE
                   " CURSO=" DELIMITED BY SIZE
                   WS-CURSO-BUSCA DELIMITED BY SIZE
                   " TURMA=" DELIMITED BY SIZE
                   WS-CHQ-TURMA DELIMITED BY SIZE
                   " TERMO=" DELIMITED BY SIZE
                   WS-TERMO-ATUAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PRO-MOTIVO(WS-J) DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
           END-IF.

      * The waitlist keeps arrival order by file order (WAITLIST.cpy):
      * the student goes to the end of the queue of the section, once.
       ENFILEIRAR-LINHA.
           MOVE "N" TO WS-JA-NA-FILA.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-FILA
               IF WS-FILA-TURMA(WS-K) = WS-CHQ-TURMA
                   AND WS-FILA-ALUNO(WS-K) = WS-ALUNO-PEDIDO
                   AND WS-FILA-CURSO(WS-K) = WS-CURSO-BUSCA
                   MOVE "S" TO WS-JA-NA-FILA
               END-IF
           END-PERFORM.
           IF NOT JA-NA-FILA AND WS-TOTAL-FILA >= WS-MAX-FILA
               MOVE "TURMA LOTADA E FILA CHEIA" TO WS-PRO-MOTIVO(WS-J)
           ELSE
               IF NOT JA-NA-FILA
                   ADD 1 TO WS-TOTAL-FILA
                   MOVE WS-CHQ-TURMA TO WS-FILA-TURMA(WS-TOTAL-FILA)
                   MOVE WS-ALUNO-PEDIDO
                       TO WS-FILA-ALUNO(WS-TOTAL-FILA)
                   MOVE WS-CURSO-BUSCA
                       TO WS-FILA-CURSO(WS-TOTAL-FILA)
                   MOVE FUNCTION CURRENT-DATE(1:19)
                       TO WS-FILA-QUANDO(WS-TOTAL-FILA)
                   MOVE "S" TO WS-FILA-ALTERADA
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "FILA DE ESPERA ALUNO=" DELIMITED BY SIZE
                       WS-ALUNO-PEDIDO DELIMITED BY SIZE
                       " CURSO=" DELIMITED BY SIZE
                       WS-CURSO-BUSCA DELIMITED BY SIZE
                       " TURMA=" DELIMITED BY SIZE
                       WS-CHQ-TURMA DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   PERFORM GRAVAR-AUDITORIA
               END-IF
               MOVE "F" TO WS-PRO-SITUACAO(WS-J)
               STRING "TURMA " DELIMITED BY SIZE
                   WS-CHQ-TURMA DELIMITED BY SPACE
                   " LOTADA - EM FILA" DELIMITED BY SIZE
                   INTO WS-PRO-MOTIVO(WS-J)
               END-STRING
               ADD 1 TO WS-QT-FILA
           END-IF.

      * Timetable clash (HORARIO.cpy), as MATRICULAS-MANUT checks it:
      * the meetings of the WS-CURSO-BUSCA section of the student's
      * turma WS-CHQ-TURMA against those of the student's other
      * active courses in the same term, the lines posted by this
      * run included.
       VERIFICAR-CHOQUE-HORARIO.
           MOVE "N" TO WS-CHOQUE.
           MOVE SPACES TO WS-CHQ-OUTRO.
           MOVE WS-CURSO-BUSCA TO WS-CHQ-CURSO.
           MOVE WS-CHQ-CURSO TO WS-BUSCA-CURSO.
           PERFORM OBTER-TERMO-SECAO.
           MOVE WS-TERMO-SECAO TO WS-TERMO-NOVO.
           PERFORM VARYING WS-J2 FROM 1 BY 1
               UNTIL WS-J2 > WS-TOTAL-MATRICULAS OR CHOQUE-HORARIO
               IF WS-MAT-ALUNO(WS-J2) = WS-ALUNO-PEDIDO
                   AND WS-MAT-CURSO(WS-J2) NOT = WS-CHQ-CURSO
                   AND WS-MAT-STATUS(WS-J2) NOT = "T"
                   MOVE WS-MAT-CURSO(WS-J2) TO WS-BUSCA-CURSO
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

      * The WS-CHQ-TURMA + WS-CURSO-BUSCA line of TURMAS.DAT; zero
      * means no capacity control for the pair, as in
      * MATRICULAS-MANUT.
       LOCALIZAR-SECAO.
           MOVE 0 TO WS-SEC-POS.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-TURMAS OR WS-SEC-POS > 0
               IF WS-TUR-COD(WS-K) = WS-CHQ-TURMA
                   AND WS-TUR-CURSO(WS-K) = WS-CURSO-BUSCA
                   MOVE WS-K TO WS-SEC-POS
               END-IF
           END-PERFORM.

      * Seats taken per section line, as MATRICULAS-MANUT counts them:
      * active enrollments of the students (graduates apart) whose
      * ST-TURMA is the section's turma.
       CONTAR-OCUPACOES.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-TURMAS
               MOVE 0 TO WS-TUR-OCUP(WS-K)
           END-PERFORM.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-MATRICULAS
               IF WS-MAT-STATUS(WS-J) NOT = "T"
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-TOTAL-ALUNOS
                       IF WS-ALU-ID(WS-I) = WS-MAT-ALUNO(WS-J)
                           AND NOT ALU-FORMADO(WS-I)
                           MOVE WS-ALU-TURMA(WS-I) TO WS-CHQ-TURMA
                           MOVE WS-MAT-CURSO(WS-J) TO WS-CURSO-BUSCA
                           PERFORM LOCALIZAR-SECAO
                           IF WS-SEC-POS > 0
                               ADD 1 TO WS-TUR-OCUP(WS-SEC-POS)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * Active holds (BLQCHK.cpy) on WS-BLQ-ALUNO. The batch shows
      * no prompt and takes no override: a student with an active
      * hold is refused here and enrolled, if a supervisor so
      * decides, through MATRICULAS-MANUT.
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.
           IF WS-BLQ-QTDE > 0
               MOVE "N" TO WS-BLQ-LIBERADO
           END-IF.

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

       CARREGAR-REQUISITOS.
           MOVE 0 TO WS-TOTAL-REQ.
           MOVE SPACES TO WS-CURRIC-STATUS.
           OPEN INPUT CURRIC-FILE.
           IF WS-CURRIC-STATUS = "00"
               PERFORM UNTIL WS-CURRIC-STATUS = "10"
                   READ CURRIC-FILE
                       AT END
                           MOVE "10" TO WS-CURRIC-STATUS
                       NOT AT END
                           IF CU-CURRICULO = WS-CURRIC-PEDIDO
                               AND CU-COURSE-ID NOT = "TOTAL"
                               AND WS-TOTAL-REQ < 30
                               ADD 1 TO WS-TOTAL-REQ
                               MOVE CU-COURSE-ID
                                   TO WS-REQ-CURSO(WS-TOTAL-REQ)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRIC-FILE
           END-IF.

       CARREGAR-CATALOGO.
           MOVE 0 TO WS-TOTAL-CATALOGO.
           MOVE SPACES TO WS-DISCIP-STATUS.
           OPEN INPUT DISCIP-FILE.
           IF WS-DISCIP-STATUS = "00"
               PERFORM UNTIL WS-DISCIP-STATUS = "10"
                   OR WS-TOTAL-CATALOGO = 30
                   READ DISCIP-FILE
                       AT END
                           MOVE "10" TO WS-DISCIP-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-CATALOGO
                           MOVE DISC-NOME
                               TO WS-CAT-NOME(WS-TOTAL-CATALOGO)
                           MOVE DISC-CARGA-HORARIA
                               TO WS-CAT-CARGA(WS-TOTAL-CATALOGO)
                   END-READ
               END-PERFORM
               CLOSE DISCIP-FILE
           END-IF.

       CARREGAR-PREREQUISITOS.
           MOVE 0 TO WS-TOTAL-PREREQ.
           MOVE SPACES TO WS-PREREQ-STATUS.
           OPEN INPUT PREREQ-FILE.
           IF WS-PREREQ-STATUS = "00"
               PERFORM UNTIL WS-PREREQ-STATUS = "10"
                   READ PREREQ-FILE
                       AT END
                           MOVE "10" TO WS-PREREQ-STATUS
                       NOT AT END
                           IF WS-TOTAL-PREREQ < 200
                               ADD 1 TO WS-TOTAL-PREREQ
                               MOVE PR-COURSE-ID
                                   TO WS-PRQ-CURSO(WS-TOTAL-PREREQ)
                               MOVE PR-PREREQ-ID
                                   TO WS-PRQ-EXIGIDO(WS-TOTAL-PREREQ)
                           ELSE
                               MOVE "S" TO WS-ARQUIVO-CHEIO
                               MOVE "PREREQUISITES.DAT"
                                   TO WS-ARQUIVO-NOME
                               MOVE 200 TO WS-ARQUIVO-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREREQ-FILE
           END-IF.

      * The passed courses, read once per run: vigente APROVADO rows
      * of the live history and of the archive of closed terms, and
      * the transfer credits.
       CARREGAR-HISTORICO.
           IF NOT HISTORICO-LIDO
               MOVE "S" TO WS-HISTORICO-LIDO
               MOVE 0 TO WS-TOTAL-APROVADAS
               MOVE SPACES TO WS-GRADES-STATUS
               OPEN INPUT GRADES-FILE
               IF WS-GRADES-STATUS = "00"
                   PERFORM UNTIL WS-GRADES-STATUS = "10"
                       READ GRADES-FILE
                           AT END
                               MOVE "10" TO WS-GRADES-STATUS
                           NOT AT END
                               IF SG-VIGENTE
                                   AND SG-RESULTADO = "APROVADO"
                                   MOVE SG-STUDENT-ID TO WS-ALUNO-PEDIDO
                                   MOVE SG-PROGRAMA-ID TO WS-CURSO-BUSCA
                                   PERFORM GUARDAR-APROVADA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GRADES-FILE
               END-IF
               MOVE SPACES TO WS-ARCH-STATUS
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCH-STATUS = "00"
                   PERFORM UNTIL WS-ARCH-STATUS = "10"
                       READ ARCHIVE-FILE
                           AT END
                               MOVE "10" TO WS-ARCH-STATUS
                           NOT AT END
                               IF AG-VIGENTE
                                   AND AG-RESULTADO = "APROVADO"
                                   MOVE AG-STUDENT-ID TO WS-ALUNO-PEDIDO
                                   MOVE AG-PROGRAMA-ID TO WS-CURSO-BUSCA
                                   PERFORM GUARDAR-APROVADA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
               MOVE SPACES TO WS-APROV-STATUS
               OPEN INPUT APROV-FILE
               IF WS-APROV-STATUS = "00"
                   PERFORM UNTIL WS-APROV-STATUS = "10"
                       READ APROV-FILE
                           AT END
                               MOVE "10" TO WS-APROV-STATUS
                           NOT AT END
                               MOVE AP-STUDENT-ID TO WS-ALUNO-PEDIDO
                               MOVE AP-COURSE-ID TO WS-CURSO-BUSCA
                               PERFORM GUARDAR-APROVADA
                       END-READ
                   END-PERFORM
                   CLOSE APROV-FILE
               END-IF
           END-IF.

       GUARDAR-APROVADA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-APROVADAS OR ACHOU
               IF WS-APV-ALUNO(WS-K) = WS-ALUNO-PEDIDO
                   AND WS-APV-CURSO(WS-K) = WS-CURSO-BUSCA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF NOT ACHOU
               IF WS-TOTAL-APROVADAS < WS-MAX-APROVADAS
                   ADD 1 TO WS-TOTAL-APROVADAS
                   MOVE WS-ALUNO-PEDIDO
                       TO WS-APV-ALUNO(WS-TOTAL-APROVADAS)
                   MOVE WS-CURSO-BUSCA
                       TO WS-APV-CURSO(WS-TOTAL-APROVADAS)
               ELSE
                   MOVE "S" TO WS-ARQUIVO-CHEIO
                   MOVE "APROVACOES DO HISTORICO" TO WS-ARQUIVO-NOME
                   MOVE WS-MAX-APROVADAS TO WS-ARQUIVO-MAX
               END-IF
           END-IF.

       CARREGAR-PROPOSTAS.
           MOVE SPACES TO WS-PROPOSTA-STATUS.
           OPEN INPUT PROPOSTA-FILE.
           IF WS-PROPOSTA-STATUS = "00"
               PERFORM UNTIL WS-PROPOSTA-STATUS = "10"
                   READ PROPOSTA-FILE
                       AT END
                           MOVE "10" TO WS-PROPOSTA-STATUS
                       NOT AT END
                           IF WS-TOTAL-PROPOSTAS < WS-MAX-PROPOSTAS
                               ADD 1 TO WS-TOTAL-PROPOSTAS
                               MOVE RP-TERMO
                                 TO WS-PRO-TERMO(WS-TOTAL-PROPOSTAS)
                               MOVE RP-STUDENT-ID
                                 TO WS-PRO-ALUNO(WS-TOTAL-PROPOSTAS)
                               MOVE RP-COURSE-ID
                                 TO WS-PRO-CURSO(WS-TOTAL-PROPOSTAS)
                               MOVE RP-HORAS
                                 TO WS-PRO-HORAS(WS-TOTAL-PROPOSTAS)
                               MOVE RP-SITUACAO
                                 TO WS-PRO-SITUACAO(WS-TOTAL-PROPOSTAS)
                               MOVE RP-LIMITE
                                 TO WS-PRO-LIMITE(WS-TOTAL-PROPOSTAS)
                               MOVE RP-MOTIVO
                                 TO WS-PRO-MOTIVO(WS-TOTAL-PROPOSTAS)
                               MOVE RP-DATA
                                 TO WS-PRO-DATA(WS-TOTAL-PROPOSTAS)
                               MOVE RP-OPERADOR
                                 TO WS-PRO-OPERADOR(WS-TOTAL-PROPOSTAS)
                               MOVE "N"
                                 TO WS-PRO-EXCLUIR(WS-TOTAL-PROPOSTAS)
                           ELSE
                               MOVE "S" TO WS-ARQUIVO-CHEIO
                               MOVE "REMATRICULA-PROPOSTA.DAT"
                                   TO WS-ARQUIVO-NOME
                               MOVE WS-MAX-PROPOSTAS TO WS-ARQUIVO-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSTA-FILE
           END-IF.

       GRAVAR-PROPOSTAS.
           OPEN OUTPUT PROPOSTA-FILE.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-PROPOSTAS
               IF NOT PRO-EXCLUIDA(WS-K)
                   MOVE WS-PRO-TERMO(WS-K) TO RP-TERMO
                   MOVE WS-PRO-ALUNO(WS-K) TO RP-STUDENT-ID
                   MOVE WS-PRO-CURSO(WS-K) TO RP-COURSE-ID
                   MOVE WS-PRO-HORAS(WS-K) TO RP-HORAS
                   MOVE WS-PRO-SITUACAO(WS-K) TO RP-SITUACAO
                   MOVE WS-PRO-LIMITE(WS-K) TO RP-LIMITE
                   MOVE WS-PRO-MOTIVO(WS-K) TO RP-MOTIVO
                   MOVE WS-PRO-DATA(WS-K) TO RP-DATA
                   MOVE WS-PRO-OPERADOR(WS-K) TO RP-OPERADOR
                   WRITE REMATRICULA-RECORD
               END-IF
           END-PERFORM.
           CLOSE PROPOSTA-FILE.
           PERFORM COMPACTAR-PROPOSTAS.

      * The table follows the file just written: replaced lines go.
       COMPACTAR-PROPOSTAS.
           MOVE 0 TO WS-J2.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-PROPOSTAS
               IF NOT PRO-EXCLUIDA(WS-K)
                   ADD 1 TO WS-J2
                   IF WS-J2 NOT = WS-K
                       MOVE WS-PRO-ENTRY(WS-K) TO WS-PRO-ENTRY(WS-J2)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-J2 TO WS-TOTAL-PROPOSTAS.

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
                               MOVE ST-UNIDADE
                                   TO WS-ALU-UNIDADE(WS-TOTAL-ALUNOS)
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
                               MOVE EN-DATA-EFEITO
                                 TO WS-MAT-EFEITO(WS-TOTAL-MATRICULAS)
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
                               MOVE TU-CAPACIDADE
                                   TO WS-TUR-CAP(WS-TOTAL-TURMAS)
                               MOVE TU-TERMO
                                   TO WS-TUR-TERMO(WS-TOTAL-TURMAS)
                               MOVE 0 TO WS-TUR-OCUP(WS-TOTAL-TURMAS)
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

      * The campus of student WS-UNID-ALUNO against the filter: the
      * campus of the ST-TURMA section when it is on TURMAS.DAT, else
      * ST-UNIDADE; a student not on STUDENT.DAT reads as SEDE.
       UNIDADE-DO-ALUNO.
           MOVE SPACES TO WS-UNIDADE-REG WS-UNID-TURMA.
           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-TOTAL-ALUNOS
               IF WS-ALU-ID(WS-U) = WS-UNID-ALUNO
                   MOVE WS-ALU-UNIDADE(WS-U) TO WS-UNIDADE-REG
                   MOVE WS-ALU-TURMA(WS-U) TO WS-UNID-TURMA
               END-IF
           END-PERFORM.
           IF WS-UNID-TURMA NOT = SPACES
               PERFORM VARYING WS-U FROM 1 BY 1
                   UNTIL WS-U > WS-TOTAL-TURMAS
                   IF WS-TUR-COD(WS-U) = WS-UNID-TURMA
                       MOVE WS-TUR-UNIDADE(WS-U) TO WS-UNIDADE-REG
                   END-IF
               END-PERFORM
           END-IF.
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
                               MOVE HR-INICIO
                                   TO WS-HOR-INICIO(WS-TOTAL-HORARIOS)
                               MOVE HR-FIM
                                   TO WS-HOR-FIM(WS-TOTAL-HORARIOS)
                           ELSE
                               MOVE "S" TO WS-ARQUIVO-CHEIO
                               MOVE "HORARIOS.DAT" TO WS-ARQUIVO-NOME
                               MOVE WS-MAX-HORARIOS TO WS-ARQUIVO-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HORARIO-FILE
           END-IF.

       CARREGAR-FILA-ESPERA.
           MOVE SPACES TO WS-WAITLIST-STATUS.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WAITLIST-STATUS = "00"
               PERFORM UNTIL WS-WAITLIST-STATUS = "10"
                   READ WAITLIST-FILE
                       AT END
                           MOVE "10" TO WS-WAITLIST-STATUS
                       NOT AT END
                           IF WS-TOTAL-FILA < WS-MAX-FILA
                               ADD 1 TO WS-TOTAL-FILA
                               MOVE WL-TURMA
                                   TO WS-FILA-TURMA(WS-TOTAL-FILA)
                               MOVE WL-STUDENT-ID
                                   TO WS-FILA-ALUNO(WS-TOTAL-FILA)
                               MOVE WL-COURSE-ID
                                   TO WS-FILA-CURSO(WS-TOTAL-FILA)
                               MOVE WL-ENTROU-EM
                                   TO WS-FILA-QUANDO(WS-TOTAL-FILA)
                           ELSE
                               MOVE "S" TO WS-ARQUIVO-CHEIO
                               MOVE "WAITLIST.DAT" TO WS-ARQUIVO-NOME
                               MOVE WS-MAX-FILA TO WS-ARQUIVO-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF.

       GRAVAR-MATRICULAS.
           OPEN OUTPUT ENROLL-FILE.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-MATRICULAS
               MOVE WS-MAT-ALUNO(WS-K) TO EN-STUDENT-ID
               MOVE WS-MAT-CURSO(WS-K) TO EN-COURSE-ID
               MOVE WS-MAT-STATUS(WS-K) TO EN-STATUS
               MOVE WS-MAT-EFEITO(WS-K) TO EN-DATA-EFEITO
               WRITE ENROLLMENT-RECORD
           END-PERFORM.
           CLOSE ENROLL-FILE.

       GRAVAR-FILA-ESPERA.
           OPEN OUTPUT WAITLIST-FILE.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-FILA
               MOVE WS-FILA-TURMA(WS-K) TO WL-TURMA
               MOVE WS-FILA-ALUNO(WS-K) TO WL-STUDENT-ID
               MOVE WS-FILA-CURSO(WS-K) TO WL-COURSE-ID
               MOVE WS-FILA-QUANDO(WS-K) TO WL-ENTROU-EM
               WRITE WAITLIST-RECORD
           END-PERFORM.
           CLOSE WAITLIST-FILE.

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
               DISPLAY "ACESSO NEGADO: GERAR OU EFETIVAR A "
                   "REMATRICULA EXIGE NIVEL " WS-NIVEL-EXIGIDO
                   ". OPERADOR ATUAL: " WS-OPERADOR
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "REMATRICULA NEGADA OPERADOR=" DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   " OPCAO=" DELIMITED BY SIZE
                   WS-OPCAO DELIMITED BY SIZE
                   " NIVEL EXIGIDO=" DELIMITED BY SIZE
                   WS-NIVEL-EXIGIDO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "REMATRICULA" TO AU-PROGRAM.
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
           MOVE "REMATRICULA" TO TRAVA-PROGRAMA.
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
