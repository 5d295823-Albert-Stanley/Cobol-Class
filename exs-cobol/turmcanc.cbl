      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Cancel a class section (turma) and move its students
      *          in one transaction, instead of the secretaries
      *          re-keying every student in ALUNOS-MANUT and every
      *          enrollment in MATRICULAS-MANUT. The coordinator
      *          (OPERMST.cpy level 2 or above) names the turma to
      *          cancel and up to five target turmas of the same
      *          campus, in order of preference, and the effective
      *          date. Each active student of the cancelled turma
      *          goes to the first target that offers every course
      *          the student holds there, with a free seat in each
      *          (TU-CAPACIDADE, counting the students already
      *          placed by this run) and no timetable clash in
      *          HORARIOS.DAT; the student's ST-TURMA changes and
      *          TURMA-HISTORY.DAT gets a row dated the effective
      *          date, so postings before it keep the old section.
      *          A student no target takes whole goes to the target
      *          that offers most of those courses: the courses that
      *          fit stay active, a course with no seat is trancada
      *          on the effective date and queued on WAITLIST.DAT
      *          for the new turma, and a course not offered there or
      *          clashing is trancada. Waitlist rows of the cancelled
      *          turma follow the student or are closed. An inactive
      *          student of the turma is only re-pointed to the first
      *          target. The plan is shown and confirmed before
      *          anything is written; then the turma's lines leave
      *          TURMAS.DAT and HORARIOS.DAT, every change goes to
      *          AUDIT-LOG.DAT, each transferred student gets a
      *          notice in TRANSFERENCIAS-AVISOS.DAT (address from
      *          STUDENT-ADDRESS.DAT, exceptions page at the end),
      *          and the coordinator gets CANCELAMENTO-RESUMO.DAT.
      *          An operator below supervisor works only on the home
      *          campus's turmas (UNIDSEL.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCELA-TURMA.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT HORARIO-FILE ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "STUDENT-COURSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITLIST-STATUS.
           SELECT TURMAHST-FILE ASSIGN TO "TURMA-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAHST-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "STUDENT-ADDRESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT AVISO-FILE ASSIGN TO "TRANSFERENCIAS-AVISOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVISO-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CANCELAMENTO-RESUMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
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
       FD  TURMA-FILE.
           COPY TURMA.

       FD  HORARIO-FILE.
           COPY HORARIO.

       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  ENROLL-FILE.
           COPY ENROLL.

       FD  WAITLIST-FILE.
           COPY WAITLIST.

       FD  TURMAHST-FILE.
           COPY TURMAHST.

       FD  ADDRESS-FILE.
           COPY ADDRESS.

       FD  AVISO-FILE.
       01 AVISO-LINE         PIC X(80).

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

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
       01 WS-TURMA-STATUS     PIC X(2) VALUE SPACES.
       01 WS-HORARIO-STATUS   PIC X(2) VALUE SPACES.
       01 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       01 WS-ENROLL-STATUS    PIC X(2) VALUE SPACES.
       01 WS-WAITLIST-STATUS  PIC X(2) VALUE SPACES.
       01 WS-TURMAHST-STATUS  PIC X(2) VALUE SPACES.
       01 WS-ADDRESS-STATUS   PIC X(2) VALUE SPACES.
       01 WS-AVISO-STATUS     PIC X(2) VALUE SPACES.
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

      * Every master the run rewrites is held whole; a file larger
      * than its table stops the run before the plan, so no line is
      * ever dropped by the rewrite.
       01 WS-TABELA-TURMAS.
           05 WS-TUR-ENTRY OCCURS 200 TIMES.
               10 WS-TUR-COD       PIC X(04).
               10 WS-TUR-CURSO     PIC X(10).
               10 WS-TUR-INSTRUTOR PIC X(30).
               10 WS-TUR-SALA      PIC X(06).
               10 WS-TUR-CAP       PIC 9(03).
               10 WS-TUR-INSTR-ID  PIC X(06).
               10 WS-TUR-TERMO     PIC X(06).
               10 WS-TUR-UNIDADE   PIC X(04).
               10 WS-TUR-OCUP      PIC 9(04).
       01 WS-TOTAL-TURMAS     PIC 9(04) VALUE 0.
       01 WS-MAX-TURMAS       PIC 9(04) VALUE 200.

       01 WS-TABELA-HORARIOS.
           05 WS-HOR-ENTRY OCCURS 500 TIMES.
               10 WS-HOR-TURMA     PIC X(04).
               10 WS-HOR-CURSO     PIC X(10).
               10 WS-HOR-DIA       PIC 9(01).
               10 WS-HOR-INICIO    PIC 9(04).
               10 WS-HOR-FIM       PIC 9(04).
               10 WS-HOR-SALA      PIC X(06).
       01 WS-TOTAL-HORARIOS   PIC 9(04) VALUE 0.
       01 WS-MAX-HORARIOS     PIC 9(04) VALUE 500.

      * WS-ALU-DESTINO is the turma the plan sends the student to;
      * WS-ALU-SITUACAO how: C = every course placed, P = placed
      * with courses trancadas, I = inactive, only re-pointed.
       01 WS-TABELA-ALUNOS.
           05 WS-ALU-ENTRY OCCURS 1000 TIMES.
               10 WS-ALU-ID        PIC X(10).
               10 WS-ALU-NOME      PIC X(30).
               10 WS-ALU-STATUS    PIC X(01).
               10 WS-ALU-TURMA     PIC X(04).
               10 WS-ALU-UNIDADE   PIC X(04).
               10 WS-ALU-DESTINO   PIC X(04).
               10 WS-ALU-SITUACAO  PIC X(01).
                   88 ALU-COMPLETO VALUE "C".
                   88 ALU-PARCIAL  VALUE "P".
                   88 ALU-INATIVO  VALUE "I".
       01 WS-TOTAL-ALUNOS     PIC 9(04) VALUE 0.
       01 WS-MAX-ALUNOS       PIC 9(04) VALUE 1000.

      * WS-MAT-ACAO is the plan for an enrollment of a student of the
      * cancelled turma: A = course of the turma, being placed;
      * P = pending in a partial placement; M = kept active in the
      * new turma; F = trancada and queued there; S = trancada, not
      * offered by the new turma; H = trancada, timetable clash.
       01 WS-TABELA-MATRICULAS.
           05 WS-MAT-ENTRY OCCURS 3000 TIMES.
               10 WS-MAT-ALUNO     PIC X(10).
               10 WS-MAT-CURSO     PIC X(10).
               10 WS-MAT-STATUS    PIC X(01).
               10 WS-MAT-EFEITO    PIC X(08).
               10 WS-MAT-ALU-POS   PIC 9(04).
               10 WS-MAT-ACAO      PIC X(01).
                   88 MAT-AFETADA  VALUE "A".
                   88 MAT-PENDENTE VALUE "P".
                   88 MAT-MANTIDA  VALUE "M".
                   88 MAT-FILA     VALUE "F".
                   88 MAT-SEM-DESTINO VALUE "S".
                   88 MAT-CHOQUE   VALUE "H".
                   88 MAT-FORA-DA-SECAO VALUES "P", "F", "S", "H".
                   88 MAT-TRANCADA-AGORA VALUES "F", "S", "H".
       01 WS-TOTAL-MATRICULAS PIC 9(04) VALUE 0.
       01 WS-MAX-MATRICULAS   PIC 9(04) VALUE 3000.

      * WS-FILA-ACAO on a row of the cancelled turma: R = follows the
      * student to WS-FILA-NOVA-TURMA, D = closed. Rows past
      * WS-TOTAL-FILA-LIDA are the queue entries this run adds.
       01 WS-TABELA-FILA.
           05 WS-FILA-ENTRY OCCURS 500 TIMES.
               10 WS-FILA-TURMA    PIC X(04).
               10 WS-FILA-ALUNO    PIC X(10).
               10 WS-FILA-CURSO    PIC X(10).
               10 WS-FILA-QUANDO   PIC X(19).
               10 WS-FILA-ACAO     PIC X(01).
                   88 FILA-REAPONTADA VALUE "R".
                   88 FILA-ENCERRADA  VALUE "D".
               10 WS-FILA-NOVA-TURMA PIC X(04).
       01 WS-TOTAL-FILA       PIC 9(04) VALUE 0.
       01 WS-TOTAL-FILA-LIDA  PIC 9(04) VALUE 0.
       01 WS-MAX-FILA         PIC 9(04) VALUE 500.

       01 WS-ARQUIVO-CHEIO    PIC X VALUE "N".
           88 ARQUIVO-CHEIO   VALUE "S".
       01 WS-ARQUIVO-NOME     PIC X(20) VALUE SPACES.
       01 WS-ARQUIVO-MAX      PIC 9(04) VALUE 0.

       01 WS-TURMA-CANC       PIC X(04) VALUE SPACES.
       01 WS-CANC-UNIDADE     PIC X(04) VALUE SPACES.
       01 WS-CANC-TERMO       PIC X(06) VALUE SPACES.
       01 WS-DATA-EFEITO      PIC X(08) VALUE SPACES.
       01 WS-DATA-HOJE        PIC X(08) VALUE SPACES.

       01 WS-TABELA-DESTINOS.
           05 WS-DEST-ENTRY OCCURS 5 TIMES.
               10 WS-DEST-COD       PIC X(04).
               10 WS-DEST-RECEBIDOS PIC 9(04).
               10 WS-DEST-NOVOS-FILA PIC 9(04).
               10 WS-DEST-FILA-REAP PIC 9(04).
               10 WS-DEST-OFERTAS   PIC 9(04).
       01 WS-TOTAL-DESTINOS   PIC 9(01) VALUE 0.
       01 WS-NOVO-DESTINO     PIC X(04) VALUE SPACES.
       01 WS-DESTINOS-FIM     PIC X VALUE "N".
           88 DESTINOS-FIM    VALUE "S".
       01 WS-DESTINO-OK       PIC X VALUE "N".
           88 DESTINO-OK      VALUE "S".
       01 WS-DESTINOS-LISTA   PIC X(25) VALUE SPACES.
       01 WS-LISTA-POS        PIC 9(02) VALUE 1.

       01 WS-I                PIC 9(04).
       01 WS-J                PIC 9(04).
       01 WS-J2               PIC 9(04).
       01 WS-K                PIC 9(04).
       01 WS-D                PIC 9(01).
       01 WS-H1               PIC 9(04).
       01 WS-H2               PIC 9(04).
       01 WS-ACHOU            PIC X VALUE "N".
           88 ACHOU           VALUE "S".

       01 WS-SEC-TURMA        PIC X(04) VALUE SPACES.
       01 WS-SEC-CURSO        PIC X(10) VALUE SPACES.
       01 WS-SEC-POS          PIC 9(04) VALUE 0.
       01 WS-CABE             PIC X VALUE "N".
           88 CABE-NO-DESTINO VALUE "S".
       01 WS-DEST-ESCOLHIDO   PIC 9(01) VALUE 0.
       01 WS-DEST-PRINCIPAL   PIC 9(01) VALUE 0.
       01 WS-MAIOR-OFERTA     PIC 9(04) VALUE 0.

       01 WS-CHQ-TURMA        PIC X(04) VALUE SPACES.
       01 WS-CHQ-CURSO        PIC X(10) VALUE SPACES.
       01 WS-CHQ-OUTRO        PIC X(10) VALUE SPACES.
       01 WS-CHQ-POS          PIC 9(04) VALUE 0.
       01 WS-BUSCA-CURSO      PIC X(10) VALUE SPACES.
       01 WS-TERMO-SECAO      PIC X(06) VALUE SPACES.
       01 WS-TERMO-NOVO       PIC X(06) VALUE SPACES.
       01 WS-CHOQUE           PIC X VALUE "N".
           88 CHOQUE-HORARIO  VALUE "S".

       01 WS-HIST-ALUNO       PIC X(10) VALUE SPACES.
       01 WS-NOVA-TURMA       PIC X(04) VALUE SPACES.

       01 WS-QT-ALUNOS-TURMA  PIC 9(04) VALUE 0.
       01 WS-QT-COMPLETOS     PIC 9(04) VALUE 0.
       01 WS-QT-PARCIAIS      PIC 9(04) VALUE 0.
       01 WS-QT-INATIVOS      PIC 9(04) VALUE 0.
       01 WS-QT-MANTIDAS      PIC 9(04) VALUE 0.
       01 WS-QT-FILA          PIC 9(04) VALUE 0.
       01 WS-QT-SEM-DESTINO   PIC 9(04) VALUE 0.
       01 WS-QT-CHOQUE        PIC 9(04) VALUE 0.
       01 WS-QT-FILA-REAP     PIC 9(04) VALUE 0.
       01 WS-QT-FILA-ENCERR   PIC 9(04) VALUE 0.
       01 WS-QT-AVISOS        PIC 9(04) VALUE 0.
       01 WS-AL-MANTIDAS      PIC 9(02) VALUE 0.
       01 WS-AL-FILA          PIC 9(02) VALUE 0.
       01 WS-AL-SEM-DESTINO   PIC 9(02) VALUE 0.
       01 WS-AL-CHOQUE        PIC 9(02) VALUE 0.
       01 WS-NA-FILA          PIC 9(04) VALUE 0.
       01 WS-SITUACAO-DISP    PIC X(12) VALUE SPACES.
       01 WS-QTDE-DISP        PIC ZZZ9.
       01 WS-QTDE-DISP-2      PIC ZZZ9.
       01 WS-QTDE-DISP-3      PIC ZZZ9.
       01 WS-QTDE-DISP-4      PIC ZZZ9.
       01 WS-CAP-DISP         PIC ZZ9.

       01 WS-TEM-ENDERECO     PIC X VALUE "N".
           88 TEM-ENDERECO    VALUE "S".
       01 WS-END-LOGRADOURO   PIC X(40) VALUE SPACES.
       01 WS-END-CIDADE       PIC X(20) VALUE SPACES.
       01 WS-END-CEP          PIC X(9)  VALUE SPACES.
       01 WS-END-TELEFONE     PIC X(15) VALUE SPACES.

      * Transferred students with no row in STUDENT-ADDRESS.DAT - the
      * exceptions page at the end of the notices, as the failing-
      * student letters do.
       01 WS-TABELA-SEM-END.
           05 WS-SEM-ENTRY OCCURS 100 TIMES.
               10 WS-SEM-ID   PIC X(10).
               10 WS-SEM-NOME PIC X(30).
       01 WS-TOTAL-SEM-END    PIC 9(3) VALUE 0.

       COPY PRTHDR.
       01 WS-PRINT-LINE       PIC X(100) VALUE SPACES.

       COPY SNCONF.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM LER-OPERADOR.
           PERFORM VERIFICAR-AUTORIZACAO.
           IF NOT AUTORIZADO
               STOP RUN
           END-IF.
           PERFORM RESOLVER-UNIDADE.
           PERFORM CARREGAR-TURMAS.
           PERFORM CARREGAR-HORARIOS.
           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-MATRICULAS.
           PERFORM CARREGAR-FILA-ESPERA.
           IF ARQUIVO-CHEIO
               DISPLAY WS-ARQUIVO-NOME " EXCEDE A CAPACIDADE DE "
                   WS-ARQUIVO-MAX " LINHAS DESTE PROGRAMA - NADA "
                   "CANCELADO."
               STOP RUN
           END-IF.
           PERFORM CONTAR-OCUPACOES.

           PERFORM PEDIR-TURMA-CANCELADA.
           PERFORM PEDIR-DESTINOS.
           IF WS-TOTAL-DESTINOS = 0
               DISPLAY "NENHUMA TURMA DE DESTINO INFORMADA - NADA "
                   "CANCELADO."
               STOP RUN
           END-IF.
           PERFORM PEDIR-DATA-EFEITO.

           PERFORM PLANEJAR-TRANSFERENCIAS.
           PERFORM REAPONTAR-FILA.
           IF ARQUIVO-CHEIO
               DISPLAY "WAITLIST.DAT EXCEDERIA " WS-MAX-FILA
                   " LINHAS COM ESTE CANCELAMENTO - NADA CANCELADO."
               STOP RUN
           END-IF.
           PERFORM MOSTRAR-PLANO.

           MOVE SPACES TO WS-SN-RESPOSTA.
           PERFORM UNTIL SN-VALIDA
               DISPLAY "CANCELAR A TURMA " WS-TURMA-CANC
                   " E TRANSFERIR OS ALUNOS CONFORME O PLANO? "
                   "ESTA OPERACAO NAO SE DESFAZ PELO SISTEMA. (S/N)"
               ACCEPT WS-SN-RESPOSTA
               IF NOT SN-VALIDA
                   DISPLAY "RESPOSTA INVALIDA. DIGITE S OU N."
               END-IF
           END-PERFORM.
           IF SN-NAO
               DISPLAY "CANCELAMENTO NAO EFETUADO."
               STOP RUN
           END-IF.

           PERFORM EFETIVAR-CANCELAMENTO.
           PERFORM GERAR-AVISOS.
           PERFORM GERAR-RESUMO.

           DISPLAY "TURMA " WS-TURMA-CANC " CANCELADA: "
               WS-QT-COMPLETOS " ALUNO(S) TRANSFERIDO(S) "
               "INTEGRALMENTE, " WS-QT-PARCIAIS " COM DISCIPLINAS "
               "TRANCADAS.".
           DISPLAY WS-QT-AVISOS " AVISO(S) EM "
               "TRANSFERENCIAS-AVISOS.DAT; RESUMO EM "
               "CANCELAMENTO-RESUMO.DAT.".
           IF WS-TOTAL-SEM-END > 0
               DISPLAY WS-TOTAL-SEM-END " ALUNO(S) SEM ENDERECO "
                   "- VER A PAGINA DE EXCECOES NO FIM DOS AVISOS"
           END-IF.
           STOP RUN.

      * The cancelled turma must be on TURMAS.DAT and, for an
      * operator held to a campus, at the home campus.
       PEDIR-TURMA-CANCELADA.
           DISPLAY "TURMA A CANCELAR:".
           ACCEPT WS-TURMA-CANC.
           MOVE FUNCTION UPPER-CASE(WS-TURMA-CANC) TO WS-TURMA-CANC.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-TURMAS OR ACHOU
               IF WS-TUR-COD(WS-K) = WS-TURMA-CANC
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-TUR-UNIDADE(WS-K) TO WS-CANC-UNIDADE
                   MOVE WS-TUR-TERMO(WS-K) TO WS-CANC-TERMO
               END-IF
           END-PERFORM.
           IF NOT ACHOU OR WS-TURMA-CANC = SPACES
               DISPLAY "TURMA " WS-TURMA-CANC " NAO CONSTA EM "
                   "TURMAS.DAT - NADA CANCELADO."
               STOP RUN
           END-IF.
           MOVE WS-CANC-UNIDADE TO WS-UNIDADE-REG.
           PERFORM VERIFICAR-UNIDADE.
           IF NOT NA-UNIDADE
               DISPLAY "ACESSO NEGADO: A TURMA " WS-TURMA-CANC
                   " E DA UNIDADE " WS-UNIDADE-REG "."
               STOP RUN
           END-IF.
           MOVE WS-UNIDADE-REG TO WS-CANC-UNIDADE.
           MOVE 0 TO WS-QT-ALUNOS-TURMA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               IF WS-ALU-TURMA(WS-I) = WS-TURMA-CANC
                   AND WS-ALU-STATUS(WS-I) NOT = "G"
                   ADD 1 TO WS-QT-ALUNOS-TURMA
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "TURMA " WS-TURMA-CANC " UNIDADE " WS-CANC-UNIDADE
               " TERMO " WS-CANC-TERMO " - " WS-QT-ALUNOS-TURMA
               " ALUNO(S)".
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-TURMAS
               IF WS-TUR-COD(WS-K) = WS-TURMA-CANC
                   DISPLAY "  CURSO " WS-TUR-CURSO(WS-K)
                       " OCUPADAS " WS-TUR-OCUP(WS-K) " DE "
                       WS-TUR-CAP(WS-K)
               END-IF
           END-PERFORM.

      * Targets in order of preference, up to five; each must be on
      * TURMAS.DAT at the cancelled turma's campus - a move between
      * campuses stays a supervisor's change in ALUNOS-MANUT.
       PEDIR-DESTINOS.
           MOVE 0 TO WS-TOTAL-DESTINOS.
           MOVE "N" TO WS-DESTINOS-FIM.
           PERFORM UNTIL DESTINOS-FIM OR WS-TOTAL-DESTINOS = 5
               COMPUTE WS-D = WS-TOTAL-DESTINOS + 1
               DISPLAY "TURMA DE DESTINO " WS-D
                   " (ENTER = ENCERRA A LISTA):"
               ACCEPT WS-NOVO-DESTINO
               MOVE FUNCTION UPPER-CASE(WS-NOVO-DESTINO)
                   TO WS-NOVO-DESTINO
               IF WS-NOVO-DESTINO = SPACES
                   MOVE "S" TO WS-DESTINOS-FIM
               ELSE
                   PERFORM CONFERIR-DESTINO
                   IF DESTINO-OK
                       ADD 1 TO WS-TOTAL-DESTINOS
                       MOVE WS-NOVO-DESTINO
                           TO WS-DEST-COD(WS-TOTAL-DESTINOS)
                       MOVE 0 TO WS-DEST-RECEBIDOS(WS-TOTAL-DESTINOS)
                       MOVE 0 TO WS-DEST-NOVOS-FILA(WS-TOTAL-DESTINOS)
                       MOVE 0 TO WS-DEST-FILA-REAP(WS-TOTAL-DESTINOS)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-DESTINOS-LISTA.
           MOVE 1 TO WS-LISTA-POS.
           PERFORM VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-TOTAL-DESTINOS
               STRING WS-DEST-COD(WS-D) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-DESTINOS-LISTA
                   WITH POINTER WS-LISTA-POS
               END-STRING
           END-PERFORM.

       CONFERIR-DESTINO.
           MOVE "S" TO WS-DESTINO-OK.
           IF WS-NOVO-DESTINO = WS-TURMA-CANC
               DISPLAY "A TURMA DE DESTINO NAO PODE SER A CANCELADA."
               MOVE "N" TO WS-DESTINO-OK
           END-IF.
           PERFORM VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-TOTAL-DESTINOS
               IF WS-DEST-COD(WS-D) = WS-NOVO-DESTINO
                   DISPLAY "TURMA " WS-NOVO-DESTINO " JA INFORMADA."
                   MOVE "N" TO WS-DESTINO-OK
               END-IF
           END-PERFORM.
           IF DESTINO-OK
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TOTAL-TURMAS OR ACHOU
                   IF WS-TUR-COD(WS-K) = WS-NOVO-DESTINO
                       MOVE "S" TO WS-ACHOU
                       MOVE WS-TUR-UNIDADE(WS-K) TO WS-UNIDADE-REG
                   END-IF
               END-PERFORM
               IF NOT ACHOU
                   DISPLAY "TURMA " WS-NOVO-DESTINO " NAO CONSTA EM "
                       "TURMAS.DAT."
                   MOVE "N" TO WS-DESTINO-OK
               ELSE
                   IF WS-UNIDADE-REG = SPACES
                       MOVE "SEDE" TO WS-UNIDADE-REG
                   END-IF
                   IF WS-UNIDADE-REG NOT = WS-CANC-UNIDADE
                       DISPLAY "TURMA " WS-NOVO-DESTINO " E DA "
                           "UNIDADE " WS-UNIDADE-REG " - A TROCA DE "
                           "UNIDADE E FEITA EM ALUNOS-MANUT."
                       MOVE "N" TO WS-DESTINO-OK
                   END-IF
               END-IF
           END-IF.

       PEDIR-DATA-EFEITO.
           MOVE SPACES TO WS-DATA-EFEITO.
           PERFORM UNTIL WS-DATA-EFEITO IS NUMERIC
               DISPLAY "DATA DE EFEITO AAAAMMDD (ENTER = HOJE): "
               ACCEPT WS-DATA-EFEITO
               IF WS-DATA-EFEITO = SPACES
                   MOVE WS-DATA-HOJE TO WS-DATA-EFEITO
               END-IF
               IF WS-DATA-EFEITO IS NOT NUMERIC
                   DISPLAY "DATA INVALIDA. USE AAAAMMDD."
               END-IF
           END-PERFORM.

      * Students in file order, so the earlier registrations are
      * seated first when a target runs short of seats. Graduates
      * keep the turma they finished in.
       PLANEJAR-TRANSFERENCIAS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               IF WS-ALU-TURMA(WS-I) = WS-TURMA-CANC
                   EVALUATE WS-ALU-STATUS(WS-I)
                       WHEN "G"
                           CONTINUE
                       WHEN "I"
                           MOVE WS-DEST-COD(1) TO WS-ALU-DESTINO(WS-I)
                           MOVE "I" TO WS-ALU-SITUACAO(WS-I)
                           ADD 1 TO WS-QT-INATIVOS
                       WHEN OTHER
                           PERFORM ALOCAR-ALUNO
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * The courses placed are the student's active enrollments the
      * cancelled turma offered; a course it did not offer had no
      * section there and is left as it is.
       ALOCAR-ALUNO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-MATRICULAS
               IF WS-MAT-ALU-POS(WS-J) = WS-I
                   AND WS-MAT-STATUS(WS-J) NOT = "T"
                   MOVE WS-TURMA-CANC TO WS-SEC-TURMA
                   MOVE WS-MAT-CURSO(WS-J) TO WS-SEC-CURSO
                   PERFORM LOCALIZAR-SECAO
                   IF WS-SEC-POS > 0
                       MOVE "A" TO WS-MAT-ACAO(WS-J)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-DEST-ESCOLHIDO.
           PERFORM VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-TOTAL-DESTINOS
                   OR WS-DEST-ESCOLHIDO > 0
               PERFORM PROVAR-DESTINO
               IF CABE-NO-DESTINO
                   MOVE WS-D TO WS-DEST-ESCOLHIDO
               END-IF
           END-PERFORM.
           IF WS-DEST-ESCOLHIDO > 0
               MOVE WS-DEST-COD(WS-DEST-ESCOLHIDO)
                   TO WS-ALU-DESTINO(WS-I)
               MOVE "C" TO WS-ALU-SITUACAO(WS-I)
               ADD 1 TO WS-QT-COMPLETOS
               ADD 1 TO WS-DEST-RECEBIDOS(WS-DEST-ESCOLHIDO)
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-MATRICULAS
                   IF WS-MAT-ALU-POS(WS-J) = WS-I AND MAT-AFETADA(WS-J)
                       MOVE WS-ALU-DESTINO(WS-I) TO WS-SEC-TURMA
                       MOVE WS-MAT-CURSO(WS-J) TO WS-SEC-CURSO
                       PERFORM LOCALIZAR-SECAO
                       ADD 1 TO WS-TUR-OCUP(WS-SEC-POS)
                       MOVE "M" TO WS-MAT-ACAO(WS-J)
                       ADD 1 TO WS-QT-MANTIDAS
                   END-IF
               END-PERFORM
           ELSE
               PERFORM ESCOLHER-PRINCIPAL
               MOVE WS-DEST-COD(WS-DEST-PRINCIPAL)
                   TO WS-ALU-DESTINO(WS-I)
               MOVE "P" TO WS-ALU-SITUACAO(WS-I)
               ADD 1 TO WS-QT-PARCIAIS
               ADD 1 TO WS-DEST-RECEBIDOS(WS-DEST-PRINCIPAL)
               PERFORM ALOCAR-PARCIAL
           END-IF.

      * Target WS-D takes the student whole when it offers every
      * course being placed, each with a free seat and none clashing.
       PROVAR-DESTINO.
           MOVE "S" TO WS-CABE.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-MATRICULAS
                   OR NOT CABE-NO-DESTINO
               IF WS-MAT-ALU-POS(WS-J) = WS-I AND MAT-AFETADA(WS-J)
                   MOVE WS-DEST-COD(WS-D) TO WS-SEC-TURMA
                   MOVE WS-MAT-CURSO(WS-J) TO WS-SEC-CURSO
                   PERFORM LOCALIZAR-SECAO
                   IF WS-SEC-POS = 0
                       MOVE "N" TO WS-CABE
                   ELSE
                       IF WS-TUR-OCUP(WS-SEC-POS)
                           >= WS-TUR-CAP(WS-SEC-POS)
                           MOVE "N" TO WS-CABE
                       ELSE
                           MOVE WS-DEST-COD(WS-D) TO WS-CHQ-TURMA
                           MOVE WS-J TO WS-CHQ-POS
                           PERFORM VERIFICAR-CHOQUE-HORARIO
                           IF CHOQUE-HORARIO
                               MOVE "N" TO WS-CABE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * No target takes the student whole: the student goes to the
      * target offering most of the courses (the earlier one on a
      * tie), so the waitlist there has something to promote.
       ESCOLHER-PRINCIPAL.
           MOVE 1 TO WS-DEST-PRINCIPAL.
           MOVE 0 TO WS-MAIOR-OFERTA.
           PERFORM VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-TOTAL-DESTINOS
               MOVE 0 TO WS-DEST-OFERTAS(WS-D)
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-MATRICULAS
                   IF WS-MAT-ALU-POS(WS-J) = WS-I
                       AND MAT-AFETADA(WS-J)
                       MOVE WS-DEST-COD(WS-D) TO WS-SEC-TURMA
                       MOVE WS-MAT-CURSO(WS-J) TO WS-SEC-CURSO
                       PERFORM LOCALIZAR-SECAO
                       IF WS-SEC-POS > 0
                           ADD 1 TO WS-DEST-OFERTAS(WS-D)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-DEST-OFERTAS(WS-D) > WS-MAIOR-OFERTA
                   MOVE WS-DEST-OFERTAS(WS-D) TO WS-MAIOR-OFERTA
                   MOVE WS-D TO WS-DEST-PRINCIPAL
               END-IF
           END-PERFORM.

      * Course by course, in enrollment order: a seat and no clash
      * with what is already placed keeps it active; no seat queues
      * it; not offered or clashing leaves it trancada.
       ALOCAR-PARCIAL.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-MATRICULAS
               IF WS-MAT-ALU-POS(WS-J) = WS-I AND MAT-AFETADA(WS-J)
                   MOVE "P" TO WS-MAT-ACAO(WS-J)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-MATRICULAS
               IF WS-MAT-ALU-POS(WS-J) = WS-I AND MAT-PENDENTE(WS-J)
                   MOVE WS-ALU-DESTINO(WS-I) TO WS-SEC-TURMA
                   MOVE WS-MAT-CURSO(WS-J) TO WS-SEC-CURSO
                   PERFORM LOCALIZAR-SECAO
                   IF WS-SEC-POS = 0
                       MOVE "S" TO WS-MAT-ACAO(WS-J)
                       ADD 1 TO WS-QT-SEM-DESTINO
                   ELSE
                       IF WS-TUR-OCUP(WS-SEC-POS)
                           >= WS-TUR-CAP(WS-SEC-POS)
                           MOVE "F" TO WS-MAT-ACAO(WS-J)
                           ADD 1 TO WS-QT-FILA
                           PERFORM ENFILEIRAR-MATRICULA
                       ELSE
                           MOVE WS-ALU-DESTINO(WS-I) TO WS-CHQ-TURMA
                           MOVE WS-J TO WS-CHQ-POS
                           PERFORM VERIFICAR-CHOQUE-HORARIO
                           IF CHOQUE-HORARIO
                               MOVE "H" TO WS-MAT-ACAO(WS-J)
                               ADD 1 TO WS-QT-CHOQUE
                           ELSE
                               MOVE "M" TO WS-MAT-ACAO(WS-J)
                               ADD 1 TO WS-QT-MANTIDAS
                               ADD 1 TO WS-TUR-OCUP(WS-SEC-POS)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * The waitlist keeps arrival order by file order (WAITLIST.cpy):
      * the new entry goes at the end of the queue.
       ENFILEIRAR-MATRICULA.
           IF WS-TOTAL-FILA >= WS-MAX-FILA
               MOVE "S" TO WS-ARQUIVO-CHEIO
           ELSE
               ADD 1 TO WS-TOTAL-FILA
               MOVE WS-ALU-DESTINO(WS-I)
                   TO WS-FILA-TURMA(WS-TOTAL-FILA)
               MOVE WS-ALU-ID(WS-I) TO WS-FILA-ALUNO(WS-TOTAL-FILA)
               MOVE WS-MAT-CURSO(WS-J) TO WS-FILA-CURSO(WS-TOTAL-FILA)
               MOVE FUNCTION CURRENT-DATE(1:19)
                   TO WS-FILA-QUANDO(WS-TOTAL-FILA)
               MOVE SPACES TO WS-FILA-ACAO(WS-TOTAL-FILA)
               MOVE SPACES TO WS-FILA-NOVA-TURMA(WS-TOTAL-FILA)
               ADD 1 TO WS-DEST-NOVOS-FILA(WS-DEST-PRINCIPAL)
           END-IF.

      * Timetable clash (HORARIO.cpy), as MATRICULAS-MANUT checks it,
      * in the target turma WS-CHQ-TURMA: the meetings of the course
      * of enrollment WS-CHQ-POS against those of the student's other
      * active courses in the same term, less the ones this plan has
      * not placed there.
       VERIFICAR-CHOQUE-HORARIO.
           MOVE "N" TO WS-CHOQUE.
           MOVE SPACES TO WS-CHQ-OUTRO.
           MOVE WS-MAT-CURSO(WS-CHQ-POS) TO WS-CHQ-CURSO.
           MOVE WS-CHQ-CURSO TO WS-BUSCA-CURSO.
           PERFORM OBTER-TERMO-SECAO.
           MOVE WS-TERMO-SECAO TO WS-TERMO-NOVO.
           PERFORM VARYING WS-J2 FROM 1 BY 1
               UNTIL WS-J2 > WS-TOTAL-MATRICULAS OR CHOQUE-HORARIO
               IF WS-MAT-ALU-POS(WS-J2) = WS-I
                   AND WS-J2 NOT = WS-CHQ-POS
                   AND WS-MAT-STATUS(WS-J2) NOT = "T"
                   AND NOT MAT-FORA-DA-SECAO(WS-J2)
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

      * Position of the WS-SEC-TURMA + WS-SEC-CURSO line of TURMAS.DAT
      * in the table; zero when the turma does not offer the course.
       LOCALIZAR-SECAO.
           MOVE 0 TO WS-SEC-POS.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-TURMAS OR WS-SEC-POS > 0
               IF WS-TUR-COD(WS-K) = WS-SEC-TURMA
                   AND WS-TUR-CURSO(WS-K) = WS-SEC-CURSO
                   MOVE WS-K TO WS-SEC-POS
               END-IF
           END-PERFORM.

      * Students already queued for a seat in the cancelled turma
      * keep their place in line behind the queue of the new turma
      * when it offers the course; otherwise the wait is closed.
       REAPONTAR-FILA.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-FILA-LIDA
               IF WS-FILA-TURMA(WS-K) = WS-TURMA-CANC
                   MOVE "D" TO WS-FILA-ACAO(WS-K)
                   MOVE SPACES TO WS-NOVA-TURMA
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-TOTAL-ALUNOS
                       IF WS-ALU-ID(WS-I) = WS-FILA-ALUNO(WS-K)
                           MOVE WS-ALU-DESTINO(WS-I) TO WS-NOVA-TURMA
                       END-IF
                   END-PERFORM
                   IF WS-NOVA-TURMA NOT = SPACES
                       MOVE WS-NOVA-TURMA TO WS-SEC-TURMA
                       MOVE WS-FILA-CURSO(WS-K) TO WS-SEC-CURSO
                       MOVE WS-K TO WS-J
                       PERFORM LOCALIZAR-SECAO
                       MOVE WS-J TO WS-K
                       IF WS-SEC-POS > 0
                           MOVE "R" TO WS-FILA-ACAO(WS-K)
                           MOVE WS-NOVA-TURMA
                               TO WS-FILA-NOVA-TURMA(WS-K)
                       END-IF
                   END-IF
                   IF FILA-REAPONTADA(WS-K)
                       ADD 1 TO WS-QT-FILA-REAP
                       PERFORM VARYING WS-D FROM 1 BY 1
                           UNTIL WS-D > WS-TOTAL-DESTINOS
                           IF WS-DEST-COD(WS-D) = WS-NOVA-TURMA
                               ADD 1 TO WS-DEST-FILA-REAP(WS-D)
                           END-IF
                       END-PERFORM
                   ELSE
                       ADD 1 TO WS-QT-FILA-ENCERR
                   END-IF
               END-IF
           END-PERFORM.

      * The plan on screen, student by student, before the question.
       MOSTRAR-PLANO.
           DISPLAY " ".
           DISPLAY "PLANO DE TRANSFERENCIA - TURMA " WS-TURMA-CANC
               " PARA " WS-DESTINOS-LISTA " EFEITO " WS-DATA-EFEITO.
           DISPLAY "MATRICULA  NOME                           DESTINO "
               "SITUACAO     MANT FILA SDEST CHOQ".
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               IF WS-ALU-DESTINO(WS-I) NOT = SPACES
                   PERFORM MONTAR-LINHA-ALUNO
                   DISPLAY WS-PRINT-LINE
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "TRANSFERIDOS INTEGRALMENTE: " WS-QT-COMPLETOS
               "  COM TRANCAMENTO: " WS-QT-PARCIAIS
               "  INATIVOS: " WS-QT-INATIVOS.
           DISPLAY "DISCIPLINAS MANTIDAS: " WS-QT-MANTIDAS
               "  PARA A FILA: " WS-QT-FILA
               "  SEM OFERTA: " WS-QT-SEM-DESTINO
               "  CHOQUE: " WS-QT-CHOQUE.
           DISPLAY "FILA DE ESPERA DA TURMA: " WS-QT-FILA-REAP
               " TRANSFERIDA(S), " WS-QT-FILA-ENCERR
               " ENCERRADA(S).".
           DISPLAY " ".

       MONTAR-LINHA-ALUNO.
           MOVE 0 TO WS-AL-MANTIDAS WS-AL-FILA.
           MOVE 0 TO WS-AL-SEM-DESTINO WS-AL-CHOQUE.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-MATRICULAS
               IF WS-MAT-ALU-POS(WS-J) = WS-I
                   EVALUATE TRUE
                       WHEN MAT-MANTIDA(WS-J)
                           ADD 1 TO WS-AL-MANTIDAS
                       WHEN MAT-FILA(WS-J)
                           ADD 1 TO WS-AL-FILA
                       WHEN MAT-SEM-DESTINO(WS-J)
                           ADD 1 TO WS-AL-SEM-DESTINO
                       WHEN MAT-CHOQUE(WS-J)
                           ADD 1 TO WS-AL-CHOQUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN ALU-COMPLETO(WS-I)
                   MOVE "TRANSFERIDO" TO WS-SITUACAO-DISP
               WHEN ALU-PARCIAL(WS-I)
                   MOVE "C/TRANCAM." TO WS-SITUACAO-DISP
               WHEN OTHER
                   MOVE "INATIVO" TO WS-SITUACAO-DISP
           END-EVALUATE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-ALU-ID(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ALU-NOME(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ALU-DESTINO(WS-I) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-SITUACAO-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AL-MANTIDAS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-AL-FILA DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-AL-SEM-DESTINO DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-AL-CHOQUE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.

      * The confirmed plan onto the files: turma and history first,
      * then the trancamentos and the queue, then the turma leaves
      * the section and timetable masters.
       EFETIVAR-CANCELAMENTO.
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "CANCELAMENTO INICIADO TURMA=" DELIMITED BY SIZE
               WS-TURMA-CANC DELIMITED BY SPACE
               " DESTINOS=" DELIMITED BY SIZE
               WS-DESTINOS-LISTA DELIMITED BY "  "
               " EFEITO=" DELIMITED BY SIZE
               WS-DATA-EFEITO DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               IF WS-ALU-DESTINO(WS-I) NOT = SPACES
                   MOVE WS-ALU-DESTINO(WS-I) TO WS-ALU-TURMA(WS-I)
                   MOVE WS-ALU-ID(WS-I) TO WS-HIST-ALUNO
                   MOVE WS-ALU-DESTINO(WS-I) TO WS-NOVA-TURMA
                   PERFORM GRAVAR-HISTORICO-TURMA
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "TRANSFERENCIA ALUNO=" DELIMITED BY SIZE
                       WS-ALU-ID(WS-I) DELIMITED BY SIZE
                       " DE=" DELIMITED BY SIZE
                       WS-TURMA-CANC DELIMITED BY SPACE
                       " PARA=" DELIMITED BY SIZE
                       WS-ALU-DESTINO(WS-I) DELIMITED BY SPACE
                       " EFEITO=" DELIMITED BY SIZE
                       WS-DATA-EFEITO DELIMITED BY SIZE
                       " TURMA CANCELADA" DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   PERFORM GRAVAR-AUDITORIA
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-MATRICULAS
               IF MAT-TRANCADA-AGORA(WS-J)
                   MOVE "T" TO WS-MAT-STATUS(WS-J)
                   MOVE WS-DATA-EFEITO TO WS-MAT-EFEITO(WS-J)
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "TRANCAMENTO ALUNO=" DELIMITED BY SIZE
                       WS-MAT-ALUNO(WS-J) DELIMITED BY SIZE
                       " CURSO=" DELIMITED BY SIZE
                       WS-MAT-CURSO(WS-J) DELIMITED BY SIZE
                       " EFEITO=" DELIMITED BY SIZE
                       WS-DATA-EFEITO DELIMITED BY SIZE
                       " TURMA CANCELADA=" DELIMITED BY SIZE
                       WS-TURMA-CANC DELIMITED BY SPACE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   PERFORM GRAVAR-AUDITORIA
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-FILA
               MOVE SPACES TO WS-AUDIT-MSG
               EVALUATE TRUE
                   WHEN WS-K > WS-TOTAL-FILA-LIDA
                       STRING "FILA DE ESPERA ALUNO=" DELIMITED BY SIZE
                           WS-FILA-ALUNO(WS-K) DELIMITED BY SIZE
                           " CURSO=" DELIMITED BY SIZE
                           WS-FILA-CURSO(WS-K) DELIMITED BY SIZE
                           " TURMA=" DELIMITED BY SIZE
                           WS-FILA-TURMA(WS-K) DELIMITED BY SIZE
                           INTO WS-AUDIT-MSG
                       END-STRING
                   WHEN FILA-REAPONTADA(WS-K)
                       STRING "FILA DE ESPERA TRANSFERIDA ALUNO="
                           DELIMITED BY SIZE
                           WS-FILA-ALUNO(WS-K) DELIMITED BY SIZE
                           " CURSO=" DELIMITED BY SIZE
                           WS-FILA-CURSO(WS-K) DELIMITED BY SIZE
                           " DE=" DELIMITED BY SIZE
                           WS-FILA-TURMA(WS-K) DELIMITED BY SIZE
                           " PARA=" DELIMITED BY SIZE
                           WS-FILA-NOVA-TURMA(WS-K) DELIMITED BY SIZE
                           INTO WS-AUDIT-MSG
                       END-STRING
                   WHEN FILA-ENCERRADA(WS-K)
                       STRING "FILA DE ESPERA ENCERRADA ALUNO="
                           DELIMITED BY SIZE
                           WS-FILA-ALUNO(WS-K) DELIMITED BY SIZE
                           " CURSO=" DELIMITED BY SIZE
                           WS-FILA-CURSO(WS-K) DELIMITED BY SIZE
                           " TURMA CANCELADA=" DELIMITED BY SIZE
                           WS-FILA-TURMA(WS-K) DELIMITED BY SIZE
                           INTO WS-AUDIT-MSG
                       END-STRING
               END-EVALUATE
               IF WS-AUDIT-MSG NOT = SPACES
                   PERFORM GRAVAR-AUDITORIA
               END-IF
           END-PERFORM.
           PERFORM GRAVAR-ALUNOS.
           PERFORM GRAVAR-MATRICULAS.
           PERFORM GRAVAR-FILA-ESPERA.
           PERFORM GRAVAR-TURMAS.
           PERFORM GRAVAR-HORARIOS.
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "TURMA CANCELADA " DELIMITED BY SIZE
               WS-TURMA-CANC DELIMITED BY SPACE
               " INTEGRAIS=" DELIMITED BY SIZE
               WS-QT-COMPLETOS DELIMITED BY SIZE
               " PARCIAIS=" DELIMITED BY SIZE
               WS-QT-PARCIAIS DELIMITED BY SIZE
               " INATIVOS=" DELIMITED BY SIZE
               WS-QT-INATIVOS DELIMITED BY SIZE
               " TRANCADAS=" DELIMITED BY SIZE
               WS-QT-FILA DELIMITED BY SIZE
               "+" DELIMITED BY SIZE
               WS-QT-SEM-DESTINO DELIMITED BY SIZE
               "+" DELIMITED BY SIZE
               WS-QT-CHOQUE DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.

       GRAVAR-HISTORICO-TURMA.
           OPEN EXTEND TURMAHST-FILE.
           IF WS-TURMAHST-STATUS = "35"
               OPEN OUTPUT TURMAHST-FILE
               CLOSE TURMAHST-FILE
               OPEN EXTEND TURMAHST-FILE
           END-IF.
           MOVE WS-HIST-ALUNO TO SH-STUDENT-ID.
           MOVE WS-NOVA-TURMA TO SH-TURMA.
           MOVE WS-DATA-EFEITO TO SH-VALIDO-DE.
           WRITE TURMA-HISTORY-RECORD.
           CLOSE TURMAHST-FILE.

      * One notice per active student moved, one per page, in the
      * layout of the failing-student letters.
       GERAR-AVISOS.
           OPEN OUTPUT AVISO-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               IF ALU-COMPLETO(WS-I) OR ALU-PARCIAL(WS-I)
                   PERFORM GERAR-AVISO
               END-IF
           END-PERFORM.
           PERFORM IMPRIMIR-PAGINA-EXCECOES.
           CLOSE AVISO-FILE.

       GERAR-AVISO.
           ADD 1 TO WS-QT-AVISOS.
           MOVE ALL "=" TO AVISO-LINE.
           WRITE AVISO-LINE.
           MOVE SPACES TO AVISO-LINE.
           STRING "AVISO DE TRANSFERENCIA DE TURMA - " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO AVISO-LINE
           END-STRING.
           WRITE AVISO-LINE.
           MOVE SPACES TO AVISO-LINE.
           WRITE AVISO-LINE.
           MOVE SPACES TO AVISO-LINE.
           STRING "PREZADO(A) " DELIMITED BY SIZE
               WS-ALU-NOME(WS-I) DELIMITED BY SIZE
               INTO AVISO-LINE
           END-STRING.
           WRITE AVISO-LINE.
           MOVE SPACES TO AVISO-LINE.
           STRING "MATRICULA: " DELIMITED BY SIZE
               WS-ALU-ID(WS-I) DELIMITED BY SIZE
               "   UNIDADE: " DELIMITED BY SIZE
               WS-CANC-UNIDADE DELIMITED BY SIZE
               "   TERMO: " DELIMITED BY SIZE
               WS-CANC-TERMO DELIMITED BY SIZE
               INTO AVISO-LINE
           END-STRING.
           WRITE AVISO-LINE.
           PERFORM BUSCAR-ENDERECO.
           IF TEM-ENDERECO
               MOVE SPACES TO AVISO-LINE
               STRING "ENDERECO: " DELIMITED BY SIZE
                   WS-END-LOGRADOURO DELIMITED BY SIZE
                   INTO AVISO-LINE
               END-STRING
               WRITE AVISO-LINE
               MOVE SPACES TO AVISO-LINE
               STRING "          " DELIMITED BY SIZE
                   WS-END-CIDADE DELIMITED BY SIZE
                   " CEP " DELIMITED BY SIZE
                   WS-END-CEP DELIMITED BY SIZE
                   INTO AVISO-LINE
               END-STRING
               WRITE AVISO-LINE
               MOVE SPACES TO AVISO-LINE
               STRING "TELEFONE: " DELIMITED BY SIZE
                   WS-END-TELEFONE DELIMITED BY SIZE
                   INTO AVISO-LINE
               END-STRING
               WRITE AVISO-LINE
           ELSE
               MOVE "ENDERECO: *** NAO CADASTRADO ***" TO AVISO-LINE
               WRITE AVISO-LINE
               IF WS-TOTAL-SEM-END < 100
                   ADD 1 TO WS-TOTAL-SEM-END
                   MOVE WS-ALU-ID(WS-I)
                       TO WS-SEM-ID(WS-TOTAL-SEM-END)
                   MOVE WS-ALU-NOME(WS-I)
                       TO WS-SEM-NOME(WS-TOTAL-SEM-END)
               END-IF
           END-IF.
           MOVE SPACES TO AVISO-LINE.
           WRITE AVISO-LINE.

           MOVE SPACES TO AVISO-LINE.
           STRING "COMUNICAMOS QUE A TURMA " DELIMITED BY SIZE
               WS-TURMA-CANC DELIMITED BY SPACE
               " FOI CANCELADA E QUE, A PARTIR DE " DELIMITED BY SIZE
               WS-DATA-EFEITO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO AVISO-LINE
           END-STRING.
           WRITE AVISO-LINE.
           MOVE SPACES TO AVISO-LINE.
           STRING "VOCE PASSA A TURMA " DELIMITED BY SIZE
               WS-ALU-DESTINO(WS-I) DELIMITED BY SPACE
               ". SITUACAO DAS SUAS DISCIPLINAS:" DELIMITED BY SIZE
               INTO AVISO-LINE
           END-STRING.
           WRITE AVISO-LINE.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-MATRICULAS
               IF WS-MAT-ALU-POS(WS-J) = WS-I
                   AND WS-MAT-ACAO(WS-J) NOT = SPACES
                   PERFORM IMPRIMIR-DISCIPLINA-AVISO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-FILA-LIDA
               IF WS-FILA-ALUNO(WS-K) = WS-ALU-ID(WS-I)
                   AND WS-FILA-ACAO(WS-K) NOT = SPACES
                   MOVE SPACES TO AVISO-LINE
                   IF FILA-REAPONTADA(WS-K)
                       STRING "  " DELIMITED BY SIZE
                           WS-FILA-CURSO(WS-K) DELIMITED BY SIZE
                           " SUA ESPERA POR VAGA SEGUE NA FILA DA "
                           DELIMITED BY SIZE
                           "TURMA " DELIMITED BY SIZE
                           WS-FILA-NOVA-TURMA(WS-K) DELIMITED BY SIZE
                           INTO AVISO-LINE
                       END-STRING
                   ELSE
                       STRING "  " DELIMITED BY SIZE
                           WS-FILA-CURSO(WS-K) DELIMITED BY SIZE
                           " SUA ESPERA POR VAGA FOI ENCERRADA - "
                           DELIMITED BY SIZE
                           "NAO OFERECIDA NA NOVA TURMA"
                           DELIMITED BY SIZE
                           INTO AVISO-LINE
                       END-STRING
                   END-IF
                   WRITE AVISO-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO AVISO-LINE.
           WRITE AVISO-LINE.
           MOVE "AS NOTAS JA LANCADAS PERMANECEM NA TURMA DE ORIGEM."
               TO AVISO-LINE.
           WRITE AVISO-LINE.
           IF ALU-PARCIAL(WS-I)
               MOVE "UMA DISCIPLINA TRANCADA PODE SER REATIVADA PELA "
                   TO AVISO-LINE
               WRITE AVISO-LINE
               MOVE "SECRETARIA QUANDO HOUVER VAGA NA NOVA TURMA."
                   TO AVISO-LINE
               WRITE AVISO-LINE
           END-IF.
           MOVE "DUVIDAS PODEM SER TRATADAS JUNTO A COORDENACAO."
               TO AVISO-LINE.
           WRITE AVISO-LINE.
           MOVE SPACES TO AVISO-LINE.
           WRITE AVISO-LINE.
           MOVE "ATENCIOSAMENTE, COORDENACAO DO CURSO" TO AVISO-LINE.
           WRITE AVISO-LINE.
           MOVE ALL "=" TO AVISO-LINE.
           WRITE AVISO-LINE.
           MOVE SPACES TO AVISO-LINE.
           WRITE AVISO-LINE.

       IMPRIMIR-DISCIPLINA-AVISO.
           MOVE SPACES TO AVISO-LINE.
           EVALUATE TRUE
               WHEN MAT-MANTIDA(WS-J)
                   STRING "  " DELIMITED BY SIZE
                       WS-MAT-CURSO(WS-J) DELIMITED BY SIZE
                       " MANTIDA NA TURMA " DELIMITED BY SIZE
                       WS-ALU-DESTINO(WS-I) DELIMITED BY SPACE
                       INTO AVISO-LINE
                   END-STRING
               WHEN MAT-FILA(WS-J)
                   STRING "  " DELIMITED BY SIZE
                       WS-MAT-CURSO(WS-J) DELIMITED BY SIZE
                       " TRANCADA - SEM VAGA; VOCE ESTA NA FILA DE "
                       DELIMITED BY SIZE
                       "ESPERA DA TURMA " DELIMITED BY SIZE
                       WS-ALU-DESTINO(WS-I) DELIMITED BY SPACE
                       INTO AVISO-LINE
                   END-STRING
               WHEN MAT-SEM-DESTINO(WS-J)
                   STRING "  " DELIMITED BY SIZE
                       WS-MAT-CURSO(WS-J) DELIMITED BY SIZE
                       " TRANCADA - NAO OFERECIDA NA NOVA TURMA"
                       DELIMITED BY SIZE
                       INTO AVISO-LINE
                   END-STRING
               WHEN MAT-CHOQUE(WS-J)
                   STRING "  " DELIMITED BY SIZE
                       WS-MAT-CURSO(WS-J) DELIMITED BY SIZE
                       " TRANCADA - CHOQUE DE HORARIO NA NOVA TURMA"
                       DELIMITED BY SIZE
                       INTO AVISO-LINE
                   END-STRING
           END-EVALUATE.
           WRITE AVISO-LINE.

       BUSCAR-ENDERECO.
           MOVE "N" TO WS-TEM-ENDERECO.
           MOVE SPACES TO WS-END-LOGRADOURO WS-END-CIDADE.
           MOVE SPACES TO WS-END-CEP WS-END-TELEFONE.
           MOVE SPACES TO WS-ADDRESS-STATUS.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               PERFORM UNTIL WS-ADDRESS-STATUS = "10"
                   READ ADDRESS-FILE
                       AT END
                           MOVE "10" TO WS-ADDRESS-STATUS
                       NOT AT END
                           IF AD-STUDENT-ID = WS-ALU-ID(WS-I)
                               MOVE "S" TO WS-TEM-ENDERECO
                               MOVE AD-LOGRADOURO
                                   TO WS-END-LOGRADOURO
                               MOVE AD-CIDADE TO WS-END-CIDADE
                               MOVE AD-CEP TO WS-END-CEP
                               MOVE AD-TELEFONE TO WS-END-TELEFONE
                               MOVE "10" TO WS-ADDRESS-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF.

       IMPRIMIR-PAGINA-EXCECOES.
           IF WS-TOTAL-SEM-END > 0
               MOVE ALL "=" TO AVISO-LINE
               WRITE AVISO-LINE
               MOVE SPACES TO AVISO-LINE
               STRING "EXCECOES: TRANSFERIDOS SEM ENDERECO EM "
                   DELIMITED BY SIZE
                   "STUDENT-ADDRESS.DAT" DELIMITED BY SIZE
                   INTO AVISO-LINE
               END-STRING
               WRITE AVISO-LINE
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TOTAL-SEM-END
                   MOVE SPACES TO AVISO-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-SEM-ID(WS-K) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SEM-NOME(WS-K) DELIMITED BY SIZE
                       INTO AVISO-LINE
                   END-STRING
                   WRITE AVISO-LINE
               END-PERFORM
               MOVE ALL "=" TO AVISO-LINE
               WRITE AVISO-LINE
           END-IF.

      * The coordinator's summary: every student and what became of
      * each course, then each target turma with its seats and queue
      * after the move.
       GERAR-RESUMO.
           MOVE WS-DATA-HOJE TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TURMA CANCELADA: " DELIMITED BY SIZE
               WS-TURMA-CANC DELIMITED BY SPACE
               "   UNIDADE: " DELIMITED BY SIZE
               WS-CANC-UNIDADE DELIMITED BY SIZE
               "   TERMO: " DELIMITED BY SIZE
               WS-CANC-TERMO DELIMITED BY SIZE
               "   EFEITO: " DELIMITED BY SIZE
               WS-DATA-EFEITO DELIMITED BY SIZE
               "   OPERADOR: " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DESTINOS (EM ORDEM DE PREFERENCIA): "
               DELIMITED BY SIZE
               WS-DESTINOS-LISTA DELIMITED BY "  "
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "MATRICULA  NOME                           DESTINO "
               DELIMITED BY SIZE
               "SITUACAO     MANT FILA SDEST CHOQ" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               IF WS-ALU-DESTINO(WS-I) NOT = SPACES
                   PERFORM MONTAR-LINHA-ALUNO
                   PERFORM IMPRIMIR-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE "--- TURMAS DE DESTINO APOS A TRANSFERENCIA ---"
               TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           PERFORM VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-TOTAL-DESTINOS
               PERFORM RESUMIR-DESTINO
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE "--- TOTAIS ---" TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QT-COMPLETOS TO WS-QTDE-DISP.
           MOVE WS-QT-PARCIAIS TO WS-QTDE-DISP-2.
           MOVE WS-QT-INATIVOS TO WS-QTDE-DISP-3.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ALUNOS TRANSFERIDOS INTEGRALMENTE: "
               DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               "   COM TRANCAMENTO: " DELIMITED BY SIZE
               WS-QTDE-DISP-2 DELIMITED BY SIZE
               "   INATIVOS REAPONTADOS: " DELIMITED BY SIZE
               WS-QTDE-DISP-3 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QT-MANTIDAS TO WS-QTDE-DISP.
           MOVE WS-QT-FILA TO WS-QTDE-DISP-2.
           MOVE WS-QT-SEM-DESTINO TO WS-QTDE-DISP-3.
           MOVE WS-QT-CHOQUE TO WS-QTDE-DISP-4.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DISCIPLINAS MANTIDAS: " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               "   TRANCADAS COM FILA: " DELIMITED BY SIZE
               WS-QTDE-DISP-2 DELIMITED BY SIZE
               "   SEM OFERTA: " DELIMITED BY SIZE
               WS-QTDE-DISP-3 DELIMITED BY SIZE
               "   CHOQUE: " DELIMITED BY SIZE
               WS-QTDE-DISP-4 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QT-FILA-REAP TO WS-QTDE-DISP.
           MOVE WS-QT-FILA-ENCERR TO WS-QTDE-DISP-2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "FILA DE ESPERA DA TURMA CANCELADA: "
               DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               " TRANSFERIDA(S)   " DELIMITED BY SIZE
               WS-QTDE-DISP-2 DELIMITED BY SIZE
               " ENCERRADA(S)" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QT-AVISOS TO WS-QTDE-DISP.
           MOVE WS-TOTAL-SEM-END TO WS-QTDE-DISP-2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "AVISOS EM TRANSFERENCIAS-AVISOS.DAT: "
               DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               "   SEM ENDERECO: " DELIMITED BY SIZE
               WS-QTDE-DISP-2 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           CLOSE PRINT-FILE.

       RESUMIR-DESTINO.
           MOVE WS-DEST-RECEBIDOS(WS-D) TO WS-QTDE-DISP.
           MOVE WS-DEST-NOVOS-FILA(WS-D) TO WS-QTDE-DISP-2.
           MOVE WS-DEST-FILA-REAP(WS-D) TO WS-QTDE-DISP-3.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TURMA " DELIMITED BY SIZE
               WS-DEST-COD(WS-D) DELIMITED BY SPACE
               "   ALUNOS RECEBIDOS: " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               "   NOVOS NA FILA: " DELIMITED BY SIZE
               WS-QTDE-DISP-2 DELIMITED BY SIZE
               "   FILAS TRANSFERIDAS: " DELIMITED BY SIZE
               WS-QTDE-DISP-3 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-TURMAS
               IF WS-TUR-COD(WS-J) = WS-DEST-COD(WS-D)
                   MOVE 0 TO WS-NA-FILA
                   PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-TOTAL-FILA
                       IF WS-FILA-CURSO(WS-K) = WS-TUR-CURSO(WS-J)
                           AND ((WS-FILA-TURMA(WS-K) = WS-TUR-COD(WS-J)
                                 AND NOT FILA-ENCERRADA(WS-K))
                             OR WS-FILA-NOVA-TURMA(WS-K)
                                 = WS-TUR-COD(WS-J))
                           ADD 1 TO WS-NA-FILA
                       END-IF
                   END-PERFORM
                   MOVE WS-TUR-OCUP(WS-J) TO WS-QTDE-DISP
                   MOVE WS-TUR-CAP(WS-J) TO WS-CAP-DISP
                   MOVE WS-NA-FILA TO WS-QTDE-DISP-2
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "   CURSO " DELIMITED BY SIZE
                       WS-TUR-CURSO(WS-J) DELIMITED BY SIZE
                       " OCUPADAS " DELIMITED BY SIZE
                       WS-QTDE-DISP DELIMITED BY SIZE
                       " DE " DELIMITED BY SIZE
                       WS-CAP-DISP DELIMITED BY SIZE
                       "   NA FILA DE ESPERA: " DELIMITED BY SIZE
                       WS-QTDE-DISP-2 DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM IMPRIMIR-LINHA
               END-IF
           END-PERFORM.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "RESUMO DO CANCELAMENTO DE TURMA" DELIMITED BY SIZE
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
                               MOVE TU-INSTRUTOR
                                   TO WS-TUR-INSTRUTOR(WS-TOTAL-TURMAS)
                               MOVE TU-SALA
                                   TO WS-TUR-SALA(WS-TOTAL-TURMAS)
                               MOVE TU-CAPACIDADE
                                   TO WS-TUR-CAP(WS-TOTAL-TURMAS)
                               MOVE TU-INSTRUTOR-ID
                                   TO WS-TUR-INSTR-ID(WS-TOTAL-TURMAS)
                               MOVE TU-TERMO
                                   TO WS-TUR-TERMO(WS-TOTAL-TURMAS)
                               MOVE TU-UNIDADE
                                   TO WS-TUR-UNIDADE(WS-TOTAL-TURMAS)
                               MOVE 0 TO WS-TUR-OCUP(WS-TOTAL-TURMAS)
                           ELSE
                               MOVE "S" TO WS-ARQUIVO-CHEIO
                               MOVE "TURMAS.DAT" TO WS-ARQUIVO-NOME
                               MOVE WS-MAX-TURMAS TO WS-ARQUIVO-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           END-IF.

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
                               MOVE HR-SALA
                                   TO WS-HOR-SALA(WS-TOTAL-HORARIOS)
                           ELSE
                               MOVE "S" TO WS-ARQUIVO-CHEIO
                               MOVE "HORARIOS.DAT" TO WS-ARQUIVO-NOME
                               MOVE WS-MAX-HORARIOS TO WS-ARQUIVO-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HORARIO-FILE
           END-IF.

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
                               MOVE SPACES
                                   TO WS-ALU-DESTINO(WS-TOTAL-ALUNOS)
                               MOVE SPACES
                                   TO WS-ALU-SITUACAO(WS-TOTAL-ALUNOS)
                           ELSE
                               MOVE "S" TO WS-ARQUIVO-CHEIO
                               MOVE "STUDENT.DAT" TO WS-ARQUIVO-NOME
                               MOVE WS-MAX-ALUNOS TO WS-ARQUIVO-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      * Each enrollment keeps the position of its student in the
      * student table (zero for a matricula not on STUDENT.DAT).
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
                               MOVE SPACES
                                 TO WS-MAT-ACAO(WS-TOTAL-MATRICULAS)
                               MOVE 0
                                 TO WS-MAT-ALU-POS(WS-TOTAL-MATRICULAS)
                               PERFORM LOCALIZAR-ALUNO-MATRICULA
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

       LOCALIZAR-ALUNO-MATRICULA.
           MOVE 0 TO WS-K.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS OR WS-K > 0
               IF WS-ALU-ID(WS-I) = EN-STUDENT-ID
                   MOVE WS-I TO WS-K
               END-IF
           END-PERFORM.
           MOVE WS-K TO WS-MAT-ALU-POS(WS-TOTAL-MATRICULAS).

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
                               MOVE SPACES
                                   TO WS-FILA-ACAO(WS-TOTAL-FILA)
                               MOVE SPACES
                                   TO WS-FILA-NOVA-TURMA(WS-TOTAL-FILA)
                           ELSE
                               MOVE "S" TO WS-ARQUIVO-CHEIO
                               MOVE "WAITLIST.DAT" TO WS-ARQUIVO-NOME
                               MOVE WS-MAX-FILA TO WS-ARQUIVO-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF.
           MOVE WS-TOTAL-FILA TO WS-TOTAL-FILA-LIDA.

      * Seats taken per section line, as MATRICULAS-MANUT counts them:
      * active enrollments of the students (graduates apart) whose
      * ST-TURMA is the section's turma.
       CONTAR-OCUPACOES.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-MATRICULAS
               IF WS-MAT-STATUS(WS-J) NOT = "T"
                   AND WS-MAT-ALU-POS(WS-J) > 0
                   MOVE WS-MAT-ALU-POS(WS-J) TO WS-I
                   IF WS-ALU-STATUS(WS-I) NOT = "G"
                       MOVE WS-ALU-TURMA(WS-I) TO WS-SEC-TURMA
                       MOVE WS-MAT-CURSO(WS-J) TO WS-SEC-CURSO
                       PERFORM LOCALIZAR-SECAO
                       IF WS-SEC-POS > 0
                           ADD 1 TO WS-TUR-OCUP(WS-SEC-POS)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       GRAVAR-ALUNOS.
           OPEN OUTPUT STUDENT-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               MOVE WS-ALU-ID(WS-I) TO ST-STUDENT-ID
               MOVE WS-ALU-NOME(WS-I) TO ST-NOME
               MOVE WS-ALU-STATUS(WS-I) TO ST-STATUS
               MOVE WS-ALU-TURMA(WS-I) TO ST-TURMA
               MOVE WS-ALU-UNIDADE(WS-I) TO ST-UNIDADE
               WRITE STUDENT-RECORD
           END-PERFORM.
           CLOSE STUDENT-FILE.

       GRAVAR-MATRICULAS.
           OPEN OUTPUT ENROLL-FILE.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-MATRICULAS
               MOVE WS-MAT-ALUNO(WS-J) TO EN-STUDENT-ID
               MOVE WS-MAT-CURSO(WS-J) TO EN-COURSE-ID
               MOVE WS-MAT-STATUS(WS-J) TO EN-STATUS
               MOVE WS-MAT-EFEITO(WS-J) TO EN-DATA-EFEITO
               WRITE ENROLLMENT-RECORD
           END-PERFORM.
           CLOSE ENROLL-FILE.

      * Queue order is file order: the rows of other turmas stay
      * where they were, the cancelled turma's waits follow at the
      * end under the new turma, and the entries queued by this run
      * come last.
       GRAVAR-FILA-ESPERA.
           OPEN OUTPUT WAITLIST-FILE.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-FILA-LIDA
               IF WS-FILA-ACAO(WS-K) = SPACES
                   PERFORM GRAVAR-LINHA-FILA
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-FILA-LIDA
               IF FILA-REAPONTADA(WS-K)
                   MOVE WS-FILA-NOVA-TURMA(WS-K) TO WS-FILA-TURMA(WS-K)
                   PERFORM GRAVAR-LINHA-FILA
               END-IF
           END-PERFORM.
           COMPUTE WS-J = WS-TOTAL-FILA-LIDA + 1.
           PERFORM VARYING WS-K FROM WS-J BY 1
               UNTIL WS-K > WS-TOTAL-FILA
               PERFORM GRAVAR-LINHA-FILA
           END-PERFORM.
           CLOSE WAITLIST-FILE.

       GRAVAR-LINHA-FILA.
           MOVE WS-FILA-TURMA(WS-K) TO WL-TURMA.
           MOVE WS-FILA-ALUNO(WS-K) TO WL-STUDENT-ID.
           MOVE WS-FILA-CURSO(WS-K) TO WL-COURSE-ID.
           MOVE WS-FILA-QUANDO(WS-K) TO WL-ENTROU-EM.
           WRITE WAITLIST-RECORD.

       GRAVAR-TURMAS.
           OPEN OUTPUT TURMA-FILE.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-TURMAS
               IF WS-TUR-COD(WS-K) NOT = WS-TURMA-CANC
                   MOVE WS-TUR-COD(WS-K) TO TU-TURMA
                   MOVE WS-TUR-CURSO(WS-K) TO TU-COURSE-ID
                   MOVE WS-TUR-INSTRUTOR(WS-K) TO TU-INSTRUTOR
                   MOVE WS-TUR-SALA(WS-K) TO TU-SALA
                   MOVE WS-TUR-CAP(WS-K) TO TU-CAPACIDADE
                   MOVE WS-TUR-INSTR-ID(WS-K) TO TU-INSTRUTOR-ID
                   MOVE WS-TUR-TERMO(WS-K) TO TU-TERMO
                   MOVE WS-TUR-UNIDADE(WS-K) TO TU-UNIDADE
                   WRITE TURMA-RECORD
               END-IF
           END-PERFORM.
           CLOSE TURMA-FILE.

       GRAVAR-HORARIOS.
           OPEN OUTPUT HORARIO-FILE.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-HORARIOS
               IF WS-HOR-TURMA(WS-K) NOT = WS-TURMA-CANC
                   MOVE WS-HOR-TURMA(WS-K) TO HR-TURMA
                   MOVE WS-HOR-CURSO(WS-K) TO HR-COURSE-ID
                   MOVE WS-HOR-DIA(WS-K) TO HR-DIA-SEMANA
                   MOVE WS-HOR-INICIO(WS-K) TO HR-INICIO
                   MOVE WS-HOR-FIM(WS-K) TO HR-FIM
                   MOVE WS-HOR-SALA(WS-K) TO HR-SALA
                   WRITE HORARIO-RECORD
               END-IF
           END-PERFORM.
           CLOSE HORARIO-FILE.

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
               DISPLAY "ACESSO NEGADO: CANCELAMENTO DE TURMA EXIGE "
                   "NIVEL " WS-NIVEL-EXIGIDO ". OPERADOR ATUAL: "
                   WS-OPERADOR
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "CANCELAMENTO DE TURMA NEGADO OPERADOR="
                   DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   " NIVEL EXIGIDO=" DELIMITED BY SIZE
                   WS-NIVEL-EXIGIDO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
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

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "CANCELA-TURMA" TO AU-PROGRAM.
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
           MOVE "CANCELA-TURMA" TO TRAVA-PROGRAMA.
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
