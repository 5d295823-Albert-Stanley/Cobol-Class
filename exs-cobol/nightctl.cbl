      *          AUDIT-LOG rows the interactive programs write. Each
      *          step records a condition code in NIGHTLY-JOBLOG.DAT;
      *          after a failure the rerun skips the steps already
      *          completed instead of re-posting students. The
      *          AVISOS step hands the night's events to the SMS/
      *          e-mail gateway through AVISOS-GATEWAY.
      *          UNIDADE restricts the grading steps to the students
      *          of one campus (ST-UNIDADE; UNIDSEL.cpy) - the rest
      *          of the roster is counted as outside the campus so
      *          the control totals still balance - and an operator
      *          below supervisor runs the home campus only.
      *          The student, enrollment and cut-off masters are read
      *          once into sorted tables (TABMEST.cpy) and searched by
      *          halving; a master past a table's capacity cancels
      *          the batch with the capacity in the message.
      *          Each step's start and end time go into the job log
      *          and, with its elapsed seconds and record count, into
      *          the run-time history NIGHTLY-TEMPOS.DAT (NTTEMPO.cpy)
      *          that TEMPOS-LOTE averages and forecasts from.
      *          The FREQUENCIA step (FREQUENCIA-CONSOLIDA) rebuilds
      *          ATTENDANCE.DAT from the per-session roll call
      *          (CHAMADA.cpy); the attendance totals are read again
      *          after it, so the gradings later in the night apply
      *          the fail-by-absence rule to tonight's roll-up.
      *          The REFLEXOS step (AJUSTE-REFLEXOS) brings the
      *          standing, bolsa, recuperacao and portal files up to
      *          date for grade corrections approved during the day.
      *          The PEDIDOS step (PEDIDOS-RELATORIO) runs the heavy
      *          reports queued from the menu during the day.
      *          The SITUACAO step (SITUACAO-FEED) writes the daily
      *          student status feed for the library and IT.
      *          Cutoffs and weights are the control-file lines in
      *          force for the open term (RULEVIG.cpy).
      *          Each job-log line carries the campus of its run; a
      *          restart skips only the steps its own campus already
      *          completed, and the other campuses' lines survive the
      *          rewrite of the log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT JOBLOG-FILE ASSIGN TO "NIGHTLY-JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
           SELECT TEMPOS-FILE ASSIGN TO "NIGHTLY-TEMPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPOS-STATUS.
           SELECT RUNCAL-FILE ASSIGN TO "RUN-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBLOG-FILE.
           COPY JOBLOG.

       FD  TEMPOS-FILE.
           COPY NTTEMPO.

       FD  RUNCAL-FILE.
           COPY RUNCAL.

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
       77 WS-FORA-UNIDADE     PIC 9(6) VALUE 0.
       77 WS-ROSTER-STATUS    PIC X(2) VALUE SPACES.
       77 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-ENROLL-STATUS    PIC X(2) VALUE SPACES.
           88 GX-GRAVADA      VALUE "S".
       77 WS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
       77 WS-JOBLOG-STATUS    PIC X(2) VALUE SPACES.
       77 WS-TEMPOS-STATUS    PIC X(2) VALUE SPACES.
       77 WS-STANDING-STATUS  PIC X(2) VALUE SPACES.
       77 WS-STANDING-CLASSE  PIC X(15) VALUE SPACES.
       77 WS-REPORT-STATUS    PIC X(2) VALUE SPACES.
           88 LANCAMENTO-TARDIO VALUE "S".
       COPY LOCKF.
       COPY AUDCHAIN.
       COPY RULEVIG.

      * Cutoffs and weights, loaded once in 1000-INICIALIZAR.
       77 WS-CORTE-MEDIA      PIC 9(2)V9(2) VALUE 6.
       77 WS-PESO-P2          PIC 9(3) VALUE 30.
       77 WS-PESO-ATIV        PIC 9(3) VALUE 40.

      * STUDENT.DAT, STUDENT-COURSES.DAT and THRESHOLD.DAT, sorted
      * and searched by halving (TABMEST.cpy).
           COPY TABMEST.

       01 WS-TABELA-CATALOGO.
           05 WS-CAT-ENTRY OCCURS 20 TIMES.
               10 WS-CAT-CARGA PIC 9(2).
       01 WS-TOTAL-CATALOGO   PIC 9(2) VALUE 0.

       01 WS-TABELA-FREQUENCIAS.
           05 WS-FREQ-ENTRY OCCURS 300 TIMES.
               10 WS-FREQ-ALUNO     PIC X(10).
                   88 PASSO-SUPRIMIDO VALUE "C".
               10 WS-PASSO-LIDOS    PIC 9(6).
               10 WS-PASSO-GRAVADOS PIC 9(6).
               10 WS-PASSO-INICIO   PIC X(19).
       01 WS-TOTAL-PASSOS     PIC 9(2) VALUE 0.
       01 WS-PASSO-TROCA      PIC X(88).
      * Job-log lines of runs restricted to another campus (or of an
      * all-campus run, seen from a campus run), written back as read.
       01 WS-TABELA-JL-OUTRAS.
           05 WS-JL-OUTRA     PIC X(63) OCCURS 200 TIMES.
       01 WS-TOTAL-JL-OUTRAS  PIC 9(3) VALUE 0.
       01 WS-JL-OUTRAS-FORA   PIC 9(3) VALUE 0.
       01 WS-JL-K             PIC 9(3) VALUE 0.

      * Run-time history (NTTEMPO.cpy): the night the stream belongs
      * to, and a step's start and end broken out for the elapsed
      * seconds across midnight.
       77 WS-NOITE-LOTE       PIC X(8) VALUE SPACES.
       01 WS-DUR-CARIMBO.
           05 WS-DUR-DATA     PIC 9(8).
           05 WS-DUR-HH       PIC 9(2).
           05 WS-DUR-MM       PIC 9(2).
           05 WS-DUR-SS       PIC 9(2).
           05 FILLER          PIC X(5).
       77 WS-DUR-INICIO-SEG   PIC 9(11) VALUE 0.
       77 WS-DUR-FIM-SEG      PIC 9(11) VALUE 0.
       77 WS-DUR-SEGUNDOS     PIC 9(6) VALUE 0.
       77 WS-TOTAIS-STATUS    PIC X(2) VALUE SPACES.
       77 WS-PRED-IDX         PIC 9(2) VALUE 0.
       77 WS-ROSTER-CONTAGEM  PIC 9(6) VALUE 0.
                   DISPLAY "PASSO " WS-PASSO-NOME(WS-P)
                       " JA CONCLUIDO - PULADO."
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE(1:19)
                       TO WS-PASSO-INICIO(WS-P)
                   PERFORM 1960-VERIFICAR-PREDECESSOR
                   IF PRED-OK
                       PERFORM 1965-VERIFICAR-TOTAIS
                           " NAO EXECUTADO: TOTAIS DE CONTROLE NAO "
                           "BATEM COM O PREDECESSOR."
                       MOVE 0 TO WS-PROCESSADOS WS-REJEITADOS
                           WS-FORA-UNIDADE
                       MOVE 16 TO WS-CC-PASSO
                       PERFORM 8000-ENCERRAR-PASSO
                       MOVE "S" TO WS-PARAR-STREAM
                           " NAO EXECUTADO: PREDECESSOR "
                           WS-PASSO-PRED(WS-P) " NAO CONCLUIDO."
                       MOVE 0 TO WS-PROCESSADOS WS-REJEITADOS
                           WS-FORA-UNIDADE
                       MOVE 16 TO WS-CC-PASSO
                       PERFORM 8000-ENCERRAR-PASSO
                   END-IF

       4500-PASSO-EXTERNO.
           MOVE 0 TO WS-PROCESSADOS WS-REJEITADOS WS-CC-PASSO.
           MOVE 0 TO WS-FORA-UNIDADE.
           MOVE SPACES TO WS-CMD.
           EVALUATE WS-PASSO-NOME(WS-P)
               WHEN "SNAPSHOT"
                   MOVE "./portalsub" TO WS-CMD
               WHEN "INTEGRIDADE"
                   MOVE "./integrid" TO WS-CMD
               WHEN "AVISOS"
                   MOVE "./avisos" TO WS-CMD
               WHEN "TEMPOS"
                   MOVE "./tempolot" TO WS-CMD
               WHEN "FREQUENCIA"
                   MOVE "./freqcons" TO WS-CMD
               WHEN "REFLEXOS"
                   MOVE "./ajreflex" TO WS-CMD
               WHEN "PEDIDOS"
                   MOVE "./relpedid" TO WS-CMD
               WHEN "SITUACAO"
                   MOVE "./sitfeed" TO WS-CMD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   MOVE 16 TO WS-CC-PASSO
               END-IF
               MOVE 0 TO RETURN-CODE
               IF WS-PASSO-NOME(WS-P) = "FREQUENCIA"
                   AND WS-CC-PASSO = 0
                   MOVE 0 TO WS-TOTAL-FREQUENCIAS
                   PERFORM 1350-CARREGAR-FREQUENCIAS
               END-IF
           END-IF.
           PERFORM 8000-ENCERRAR-PASSO.

       1000-INICIALIZAR.
           PERFORM 9400-RESOLVER-UNIDADE.
           PERFORM 1100-LER-TERMO-ABERTO.
           IF WS-TERMO-ATUAL NOT = SPACES
               PERFORM 1150-VERIFICAR-JANELA-TERMO
           PERFORM 1300-CARREGAR-MATRICULAS.
           PERFORM 1350-CARREGAR-FREQUENCIAS.
           PERFORM 1380-CARREGAR-CONTAGENS.
           MOVE WS-TERMO-ATUAL TO WS-VIG-TERMO.
           IF WS-VIG-TERMO = SPACES
               MOVE HIGH-VALUES TO WS-VIG-TERMO
           END-IF.
           PERFORM 1410-CARREGAR-CORTES.

           MOVE "MEDIA" TO WS-CURSO-BUSCA.
           PERFORM 1400-LER-CORTE.
                   MOVE 0 TO WS-PASSO-CC(WS-P)
                   MOVE 0 TO WS-PASSO-FEITOS(WS-P)
                   MOVE SPACES TO WS-PASSO-QUANDO(WS-P)
                   MOVE SPACES TO WS-PASSO-INICIO(WS-P)
               END-PERFORM
               MOVE "N" TO WS-RUN-COMPLETO
           END-IF.
           PERFORM 1760-DEFINIR-NOITE.

           PERFORM 1800-LER-CALENDARIO.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-UNIDADE-FILTRO = SPACES
               STRING "===== LOTE NOTURNO - TERMO " DELIMITED BY SIZE
                   WS-TERMO-ATUAL DELIMITED BY SIZE
                   " EM " DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:19) DELIMITED BY SIZE
                   " =====" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "===== LOTE NOTURNO - TERMO " DELIMITED BY SIZE
                   WS-TERMO-ATUAL DELIMITED BY SIZE
                   " - UNIDADE " DELIMITED BY SIZE
                   WS-UNIDADE-FILTRO DELIMITED BY SIZE
                   " EM " DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:19) DELIMITED BY SIZE
                   " =====" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

       1100-LER-TERMO-ABERTO.
               END-IF
           END-IF.

      * The master is loaded once in matricula order (TABMEST.cpy).
      * A student left out of the table would be posted under the
      * wrong name and campus, so a master past the capacity cancels
      * the batch, as the enrollment table always did.
       1200-CARREGAR-ALUNOS.
           MOVE 0 TO WS-TA-TOTAL.
           MOVE "N" TO WS-TA-CHEIA.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10" OR TA-CHEIA
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           PERFORM 1210-INSERIR-ALUNO
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
               IF TA-CHEIA
                   DISPLAY "STUDENT.DAT EXCEDE A TABELA DE ALUNOS "
                       "(MAX " WS-TA-MAXIMO "). LOTE CANCELADO - "
                       "AMPLIE A TABELA EM TABMEST.CPY."
                   MOVE "TABELA DE ALUNOS EXCEDIDA - LOTE CANCELADO"
                       TO WS-AUDIT-MSG
                   PERFORM 8100-GRAVAR-AUDITORIA
                   STOP RUN
               END-IF
           END-IF.

       1210-INSERIR-ALUNO.
           MOVE ST-STUDENT-ID TO WS-TB-CHAVE.
           PERFORM 7050-LOCALIZAR-ALUNO.
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
                   MOVE ST-STATUS TO WS-TA-STATUS(WS-TB-POS)
                   MOVE ST-TURMA TO WS-TA-TURMA(WS-TB-POS)
                   MOVE ST-UNIDADE TO WS-TA-UNIDADE(WS-TB-POS)
                   ADD 1 TO WS-TA-TOTAL
               END-IF
           END-IF.

      * A trancada enrollment whose effective date already passed is
      * not loaded - tonight's postings must refuse it (ENROLL.cpy).
       1300-CARREGAR-MATRICULAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE 0 TO WS-TM-TOTAL.
           MOVE "N" TO WS-TM-CHEIA.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL WS-ENROLL-STATUS = "10" OR TM-CHEIA
                   READ ENROLL-FILE
                       AT END
                           MOVE "10" TO WS-ENROLL-STATUS
                               AND EN-DATA-EFEITO <= WS-HOJE
                               CONTINUE
                           ELSE
                               PERFORM 1310-INSERIR-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
      * A truncated enrollment table would turn validly enrolled
      * students into wrongful SEM MATRICULA rejections - that is a
      * cancel, not a warning.
               IF TM-CHEIA
                   DISPLAY "STUDENT-COURSES.DAT EXCEDE A TABELA DE "
                       "MATRICULAS (MAX " WS-TM-MAXIMO "). LOTE "
                       "CANCELADO PARA NAO REJEITAR ALUNOS "
                       "MATRICULADOS."
                   MOVE "TABELA DE MATRICULAS EXCEDIDA - LOTE CANCELADO"
                       TO WS-AUDIT-MSG
                   PERFORM 8100-GRAVAR-AUDITORIA
               END-IF
           END-IF.

       1310-INSERIR-MATRICULA.
           MOVE EN-STUDENT-ID TO WS-TB-CHAVE(1:10).
           MOVE EN-COURSE-ID TO WS-TB-CHAVE(11:10).
           PERFORM 7060-LOCALIZAR-MATRICULA.
           IF NOT TB-ACHOU
               IF WS-TM-TOTAL = WS-TM-MAXIMO
                   MOVE "S" TO WS-TM-CHEIA
               ELSE
                   PERFORM VARYING WS-TB-J FROM WS-TM-TOTAL BY -1
                       UNTIL WS-TB-J < WS-TB-POS
                       MOVE WS-TM-ENTRY(WS-TB-J)
                           TO WS-TM-ENTRY(WS-TB-J + 1)
                   END-PERFORM
                   MOVE WS-TB-CHAVE TO WS-TM-CHAVE(WS-TB-POS)
                   MOVE EN-STATUS TO WS-TM-STATUS(WS-TB-POS)
                   MOVE EN-DATA-EFEITO
                       TO WS-TM-DATA-EFEITO(WS-TB-POS)
                   ADD 1 TO WS-TM-TOTAL
               END-IF
           END-IF.

      * Attendance pairs for the fail-by-absence rule (ATTEND.cpy);
      * a missing file just means no attendance control tonight.
       1350-CARREGAR-FREQUENCIAS.

       1400-LER-CORTE.
           MOVE 6 TO WS-CORTE-LIDO.
           MOVE WS-CURSO-BUSCA TO WS-TB-CHAVE.
           PERFORM 7070-LOCALIZAR-CORTE.
           IF TB-ACHOU
               MOVE WS-TK-CORTE(WS-TB-POS) TO WS-CORTE-LIDO
           END-IF.

      * THRESHOLD.DAT once, in course order; a course left out would
      * be graded against the default cut, so past the capacity the
      * batch is cancelled. A course's entry holds its line in force
      * for the term: a line dated after it is passed over, and a
      * later in-force line replaces the one kept.
       1410-CARREGAR-CORTES.
           MOVE 0 TO WS-TK-TOTAL.
           MOVE "N" TO WS-TK-CHEIA.
           MOVE SPACES TO WS-THRESHOLD-STATUS.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
               PERFORM UNTIL WS-THRESHOLD-STATUS = "10" OR TK-CHEIA
                   READ THRESHOLD-FILE
                       AT END
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           IF TH-VIGENCIA NOT > WS-VIG-TERMO
                               PERFORM 1420-INSERIR-CORTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLD-FILE
               IF TK-CHEIA
                   DISPLAY "THRESHOLD.DAT EXCEDE A TABELA DE CORTES "
                       "(MAX " WS-TK-MAXIMO "). LOTE CANCELADO."
                   MOVE "TABELA DE CORTES EXCEDIDA - LOTE CANCELADO"
                       TO WS-AUDIT-MSG
                   PERFORM 8100-GRAVAR-AUDITORIA
                   STOP RUN
               END-IF
           END-IF.

       1420-INSERIR-CORTE.
           MOVE TH-COURSE-ID TO WS-TB-CHAVE.
           PERFORM 7070-LOCALIZAR-CORTE.
           IF TB-ACHOU
               IF TH-VIGENCIA > WS-TK-VIGENCIA(WS-TB-POS)
                   MOVE TH-CUTOFF TO WS-TK-CORTE(WS-TB-POS)
                   MOVE TH-VIGENCIA TO WS-TK-VIGENCIA(WS-TB-POS)
               END-IF
           ELSE
               IF WS-TK-TOTAL = WS-TK-MAXIMO
                   MOVE "S" TO WS-TK-CHEIA
               ELSE
                   PERFORM VARYING WS-TB-J FROM WS-TK-TOTAL BY -1
                       UNTIL WS-TB-J < WS-TB-POS
                       MOVE WS-TK-ENTRY(WS-TB-J)
                           TO WS-TK-ENTRY(WS-TB-J + 1)
                   END-PERFORM
                   MOVE TH-COURSE-ID TO WS-TK-CURSO(WS-TB-POS)
                   MOVE TH-CUTOFF TO WS-TK-CORTE(WS-TB-POS)
                   MOVE TH-VIGENCIA TO WS-TK-VIGENCIA(WS-TB-POS)
                   ADD 1 TO WS-TK-TOTAL
               END-IF
           END-IF.

       1500-LER-PESOS-MEDIA.
           MOVE "N" TO WS-VIG-ACHOU.
           OPEN INPUT WEIGHT-FILE.
           IF WS-WEIGHT-STATUS = "00"
               PERFORM UNTIL WS-WEIGHT-STATUS = "10"
                           MOVE "10" TO WS-WEIGHT-STATUS
                       NOT AT END
                           IF WT-COURSE-ID = "MEDIA"
                               AND WT-VIGENCIA NOT > WS-VIG-TERMO
                               AND (NOT VIG-ACHOU
                                   OR WT-VIGENCIA
                                       > WS-VIG-ESCOLHIDA)
                               MOVE WT-PESO-A TO WS-PESO-A
                               MOVE WT-PESO-B TO WS-PESO-B
                               MOVE WT-VIGENCIA TO WS-VIG-ESCOLHIDA
                               MOVE "S" TO WS-VIG-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       1600-LER-PESOS-EX08.
           MOVE "N" TO WS-VIG-ACHOU.
           OPEN INPUT WEIGHT3-FILE.
           IF WS-WEIGHT3-STATUS = "00"
               PERFORM UNTIL WS-WEIGHT3-STATUS = "10"
                           MOVE "10" TO WS-WEIGHT3-STATUS
                       NOT AT END
                           IF W3-COURSE-ID = "EXER08"
                               AND W3-VIGENCIA NOT > WS-VIG-TERMO
                               AND (NOT VIG-ACHOU
                                   OR W3-VIGENCIA
                                       > WS-VIG-ESCOLHIDA)
                               MOVE W3-PESO-P1 TO WS-PESO-P1
                               MOVE W3-PESO-P2 TO WS-PESO-P2
                               MOVE W3-PESO-ATIV TO WS-PESO-ATIV
                               MOVE W3-VIGENCIA TO WS-VIG-ESCOLHIDA
                               MOVE "S" TO WS-VIG-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
      * CC 00 are skipped so students are not posted twice.
       1700-LER-JOBLOG.
           MOVE "N" TO WS-RUN-COMPLETO.
           MOVE 0 TO WS-TOTAL-JL-OUTRAS.
           MOVE 0 TO WS-JL-OUTRAS-FORA.
           OPEN INPUT JOBLOG-FILE.
           IF WS-JOBLOG-STATUS = "00"
               PERFORM UNTIL WS-JOBLOG-STATUS = "10"
               END-PERFORM
               CLOSE JOBLOG-FILE
           END-IF.
           IF WS-JL-OUTRAS-FORA > 0
               DISPLAY "NIGHTLY-JOBLOG.DAT: " WS-JL-OUTRAS-FORA
                   " LINHA(S) DE OUTRAS UNIDADES ALEM DE 200 NAO "
                   "SERAO REGRAVADAS."
           END-IF.

      * Control totals from the previous run, so a restart after an
      * abend still balances against what the completed steps

      * Rows the calendar suppressed last night carry JL-ORIGEM C
      * and are not restart information - tonight's calendar decides
      * again. Rows of a run for another campus are not either: they
      * are only kept to be written back.
       1750-REGISTRAR-PASSO-LIDO.
           IF JL-UNIDADE NOT = WS-UNIDADE-FILTRO
               PERFORM 1755-GUARDAR-LINHA-OUTRA
           ELSE
           IF JL-SUPRIMIDO-CALENDARIO
               CONTINUE
           ELSE
                   MOVE JL-CC TO WS-PASSO-CC(WS-P)
                   MOVE JL-PROCESSADOS TO WS-PASSO-FEITOS(WS-P)
                   MOVE JL-TIMESTAMP TO WS-PASSO-QUANDO(WS-P)
                   MOVE JL-INICIO TO WS-PASSO-INICIO(WS-P)
                   IF JL-CC <= 08
                       MOVE "S" TO WS-PASSO-PULAR(WS-P)
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       1755-GUARDAR-LINHA-OUTRA.
           IF WS-TOTAL-JL-OUTRAS < 200
               ADD 1 TO WS-TOTAL-JL-OUTRAS
               MOVE JOBLOG-RECORD TO WS-JL-OUTRA(WS-TOTAL-JL-OUTRAS)
           ELSE
               ADD 1 TO WS-JL-OUTRAS-FORA
           END-IF.

      * The night a run belongs to is the day the stream started: a
      * restart after an abend carries the earliest start still in
      * the job log, so its steps land in the history with the rest
      * of their night.
       1760-DEFINIR-NOITE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOITE-LOTE.
           PERFORM VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-TOTAL-PASSOS
               IF WS-PASSO-INICIO(WS-R) NOT = SPACES
                   AND WS-PASSO-INICIO(WS-R)(1:8) < WS-NOITE-LOTE
                   MOVE WS-PASSO-INICIO(WS-R)(1:8) TO WS-NOITE-LOTE
               END-IF
           END-PERFORM.

      * Run-calendar consult (RUNCAL.cpy): an F line for today
      * suppresses the whole night; a P line restricts its step to
      * the flagged weekdays and, when RC-FIM-MES is S, to the last

       2000-PASSO-MEDIA.
           MOVE 0 TO WS-PROCESSADOS WS-REJEITADOS WS-CC-PASSO.
           MOVE 0 TO WS-FORA-UNIDADE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "----- PASSO MEDIA -----" TO REPORT-LINE.
           WRITE REPORT-LINE.
                   AT END MOVE "10" TO WS-ROSTER-STATUS
               END-READ
               PERFORM UNTIL WS-ROSTER-STATUS = "10"
                   PERFORM 7600-VERIFICAR-UNIDADE-ALUNO
                   IF NA-UNIDADE
                       PERFORM 2100-MEDIA-DE-UM-ALUNO
                   ELSE
                       ADD 1 TO WS-FORA-UNIDADE
                   END-IF
                   READ ROSTER-FILE
                       AT END MOVE "10" TO WS-ROSTER-STATUS
                   END-READ

       3000-PASSO-EXER13.
           MOVE 0 TO WS-PROCESSADOS WS-REJEITADOS WS-CC-PASSO.
           MOVE 0 TO WS-FORA-UNIDADE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "----- PASSO EXERCICIO13 -----" TO REPORT-LINE.
           WRITE REPORT-LINE.
                   AT END MOVE "10" TO WS-ROSTER-STATUS
               END-READ
               PERFORM UNTIL WS-ROSTER-STATUS = "10"
                   PERFORM 7600-VERIFICAR-UNIDADE-ALUNO
                   IF NA-UNIDADE
                       PERFORM 3100-EXER13-DE-UM-ALUNO
                   ELSE
                       ADD 1 TO WS-FORA-UNIDADE
                   END-IF
                   READ ROSTER-FILE
                       AT END MOVE "10" TO WS-ROSTER-STATUS
                   END-READ

       4000-PASSO-EXER08.
           MOVE 0 TO WS-PROCESSADOS WS-REJEITADOS WS-CC-PASSO.
           MOVE 0 TO WS-FORA-UNIDADE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "----- PASSO EXERCICIO08 (GPA) -----" TO REPORT-LINE.
           WRITE REPORT-LINE.
                   AT END MOVE "10" TO WS-ROSTER-STATUS
               END-READ
               PERFORM UNTIL WS-ROSTER-STATUS = "10"
                   PERFORM 7600-VERIFICAR-UNIDADE-ALUNO
                   IF NA-UNIDADE
                       PERFORM 4100-EXER08-DE-UM-ALUNO
                   ELSE
                       ADD 1 TO WS-FORA-UNIDADE
                   END-IF
                   READ ROSTER-FILE
                       AT END MOVE "10" TO WS-ROSTER-STATUS
                   END-READ
           DISPLAY "LOTE NOTURNO CONCLUIDO. RELATORIO EM "
               "NIGHTLY-REPORT.DAT, LOG EM NIGHTLY-JOBLOG.DAT".

      * Binary searches over the TABMEST.cpy tables: TB-ACHOU and
      * WS-TB-POS, the entry found or where WS-TB-CHAVE would go.
       7050-LOCALIZAR-ALUNO.
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

       7060-LOCALIZAR-MATRICULA.
           MOVE "N" TO WS-TB-ACHOU.
           MOVE 1 TO WS-TB-INICIO.
           MOVE WS-TM-TOTAL TO WS-TB-FIM.
           PERFORM UNTIL WS-TB-INICIO > WS-TB-FIM OR TB-ACHOU
               COMPUTE WS-TB-MEIO = (WS-TB-INICIO + WS-TB-FIM) / 2
               EVALUATE TRUE
                   WHEN WS-TM-CHAVE(WS-TB-MEIO) = WS-TB-CHAVE
                       MOVE "S" TO WS-TB-ACHOU
                       MOVE WS-TB-MEIO TO WS-TB-INICIO
                   WHEN WS-TM-CHAVE(WS-TB-MEIO) < WS-TB-CHAVE
                       COMPUTE WS-TB-INICIO = WS-TB-MEIO + 1
                   WHEN OTHER
                       COMPUTE WS-TB-FIM = WS-TB-MEIO - 1
               END-EVALUATE
           END-PERFORM.
           MOVE WS-TB-INICIO TO WS-TB-POS.

       7070-LOCALIZAR-CORTE.
           MOVE "N" TO WS-TB-ACHOU.
           MOVE 1 TO WS-TB-INICIO.
           MOVE WS-TK-TOTAL TO WS-TB-FIM.
           PERFORM UNTIL WS-TB-INICIO > WS-TB-FIM OR TB-ACHOU
               COMPUTE WS-TB-MEIO = (WS-TB-INICIO + WS-TB-FIM) / 2
               EVALUATE TRUE
                   WHEN WS-TK-CURSO(WS-TB-MEIO) = WS-TB-CHAVE(1:10)
                       MOVE "S" TO WS-TB-ACHOU
                       MOVE WS-TB-MEIO TO WS-TB-INICIO
                   WHEN WS-TK-CURSO(WS-TB-MEIO) < WS-TB-CHAVE(1:10)
                       COMPUTE WS-TB-INICIO = WS-TB-MEIO + 1
                   WHEN OTHER
                       COMPUTE WS-TB-FIM = WS-TB-MEIO - 1
               END-EVALUATE
           END-PERFORM.
           MOVE WS-TB-INICIO TO WS-TB-POS.

       7100-VERIFICAR-MATRICULA.
           MOVE "N" TO WS-MATRICULADO.
           MOVE RO-STUDENT-ID TO WS-TB-CHAVE(1:10).
           MOVE WS-CURSO-BUSCA TO WS-TB-CHAVE(11:10).
           PERFORM 7060-LOCALIZAR-MATRICULA.
           IF TB-ACHOU
               MOVE "S" TO WS-MATRICULADO
           END-IF.

      * Fail-by-absence rule (ATTEND.cpy): under the 75% floor the
      * posting becomes REP-FALTA no matter the media. No pair in

       7200-BUSCAR-NOME.
           MOVE "ALUNO NAO CADASTRADO" TO WS-ALUNO-NOME-ATUAL.
           MOVE RO-STUDENT-ID TO WS-TB-CHAVE.
           PERFORM 7050-LOCALIZAR-ALUNO.
           IF TB-ACHOU
               MOVE WS-TA-NOME(WS-TB-POS) TO WS-ALUNO-NOME-ATUAL
           END-IF.

      * The roster line's campus from the master; a student not
      * on STUDENT.DAT reads as SEDE, as a blank campus does.
       7600-VERIFICAR-UNIDADE-ALUNO.
           MOVE SPACES TO WS-UNIDADE-REG.
           MOVE RO-STUDENT-ID TO WS-TB-CHAVE.
           PERFORM 7050-LOCALIZAR-ALUNO.
           IF TB-ACHOU
               MOVE WS-TA-UNIDADE(WS-TB-POS) TO WS-UNIDADE-REG
           END-IF.
           PERFORM 9410-VERIFICAR-UNIDADE.

       7500-OBTER-CONTAGEM.
           MOVE 0 TO WS-TENT-FEITAS.
       8000-ENCERRAR-PASSO.
           MOVE WS-CC-PASSO TO WS-PASSO-CC(WS-P).
           MOVE WS-PROCESSADOS TO WS-PASSO-FEITOS(WS-P).
      * Roster lines of other campuses were read too; they count
      * as read so the handoff still balances against the roster.
           COMPUTE WS-PASSO-LIDOS(WS-P) =
               WS-PROCESSADOS + WS-REJEITADOS + WS-FORA-UNIDADE.
           MOVE WS-PROCESSADOS TO WS-PASSO-GRAVADOS(WS-P).
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-PASSO-QUANDO(WS-P).
           PERFORM 8500-GRAVAR-TEMPO.
      * CC 08 means the step ran the whole roster with rejections
      * logged - that is a completed step for restart purposes; only
      * a real abend (CC 16, or no log row at all) leaves the step
           DISPLAY "PASSO " WS-PASSO-NOME(WS-P) " CC=" WS-CC-PASSO
               " PROCESSADOS=" WS-PROCESSADOS
               " REJEITADOS=" WS-REJEITADOS.
           IF WS-FORA-UNIDADE > 0
               DISPLAY "PASSO " WS-PASSO-NOME(WS-P)
                   " FORA DA UNIDADE " WS-UNIDADE-FILTRO "="
                   WS-FORA-UNIDADE
               MOVE SPACES TO REPORT-LINE
               STRING "ALUNOS DE OUTRAS UNIDADES (NAO PROCESSADOS)="
                   DELIMITED BY SIZE
                   WS-FORA-UNIDADE DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       8100-GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
      * absence on the next start is what signals an abended run.
       8300-REGRAVAR-JOBLOG.
           OPEN OUTPUT JOBLOG-FILE.
           PERFORM VARYING WS-JL-K FROM 1 BY 1
               UNTIL WS-JL-K > WS-TOTAL-JL-OUTRAS
               MOVE WS-JL-OUTRA(WS-JL-K) TO JOBLOG-RECORD
               WRITE JOBLOG-RECORD
           END-PERFORM.
           PERFORM VARYING WS-Q FROM 1 BY 1
               UNTIL WS-Q > WS-TOTAL-PASSOS
               IF PASSO-SUPRIMIDO(WS-Q)
                   MOVE 0 TO JL-PROCESSADOS
                   MOVE FUNCTION CURRENT-DATE(1:19) TO JL-TIMESTAMP
                   MOVE "C" TO JL-ORIGEM
                   MOVE SPACES TO JL-INICIO
                   MOVE WS-UNIDADE-FILTRO TO JL-UNIDADE
                   WRITE JOBLOG-RECORD
               ELSE
                   IF WS-PASSO-QUANDO(WS-Q) NOT = SPACES
                       MOVE WS-PASSO-FEITOS(WS-Q) TO JL-PROCESSADOS
                       MOVE WS-PASSO-QUANDO(WS-Q) TO JL-TIMESTAMP
                       MOVE SPACE TO JL-ORIGEM
                       MOVE WS-PASSO-INICIO(WS-Q) TO JL-INICIO
                       MOVE WS-UNIDADE-FILTRO TO JL-UNIDADE
                       WRITE JOBLOG-RECORD
                   END-IF
               END-IF
               MOVE 0 TO JL-PROCESSADOS
               MOVE FUNCTION CURRENT-DATE(1:19) TO JL-TIMESTAMP
               MOVE SPACE TO JL-ORIGEM
               MOVE SPACES TO JL-INICIO
               MOVE WS-UNIDADE-FILTRO TO JL-UNIDADE
               WRITE JOBLOG-RECORD
           END-IF.
           CLOSE JOBLOG-FILE.
           END-PERFORM.
           CLOSE TOTAIS-FILE.

      * One history line per step ended, appended so thirty nights
      * and more stay on file for TEMPOS-LOTE. The elapsed seconds
      * count whole days between the two dates, so a step that
      * crosses midnight is not read as negative.
       8500-GRAVAR-TEMPO.
           IF WS-PASSO-INICIO(WS-P) = SPACES
               MOVE WS-PASSO-QUANDO(WS-P) TO WS-PASSO-INICIO(WS-P)
           END-IF.
           MOVE WS-PASSO-INICIO(WS-P) TO WS-DUR-CARIMBO.
           COMPUTE WS-DUR-INICIO-SEG =
               FUNCTION INTEGER-OF-DATE(WS-DUR-DATA) * 86400
               + WS-DUR-HH * 3600 + WS-DUR-MM * 60 + WS-DUR-SS.
           MOVE WS-PASSO-QUANDO(WS-P) TO WS-DUR-CARIMBO.
           COMPUTE WS-DUR-FIM-SEG =
               FUNCTION INTEGER-OF-DATE(WS-DUR-DATA) * 86400
               + WS-DUR-HH * 3600 + WS-DUR-MM * 60 + WS-DUR-SS.
           IF WS-DUR-FIM-SEG > WS-DUR-INICIO-SEG
               COMPUTE WS-DUR-SEGUNDOS =
                   WS-DUR-FIM-SEG - WS-DUR-INICIO-SEG
           ELSE
               MOVE 0 TO WS-DUR-SEGUNDOS
           END-IF.
           MOVE WS-NOITE-LOTE TO TP-NOITE.
           MOVE WS-PASSO-NOME(WS-P) TO TP-PASSO.
           MOVE WS-PASSO-INICIO(WS-P) TO TP-INICIO.
           MOVE WS-PASSO-QUANDO(WS-P) TO TP-FIM.
           MOVE WS-DUR-SEGUNDOS TO TP-SEGUNDOS.
           MOVE WS-PROCESSADOS TO TP-PROCESSADOS.
           MOVE WS-CC-PASSO TO TP-CC.
           OPEN EXTEND TEMPOS-FILE.
           IF WS-TEMPOS-STATUS = "35"
               OPEN OUTPUT TEMPOS-FILE
               CLOSE TEMPOS-FILE
               OPEN EXTEND TEMPOS-FILE
           END-IF.
           WRITE TEMPO-PASSO-RECORD.
           CLOSE TEMPOS-FILE.

       9100-OBTER-TRAVA.
           MOVE "N" TO WS-LOCK-OBTIDA.
           MOVE 0 TO WS-LOCK-TENTATIVAS.
               END-IF
           END-IF.

      * Campus filter (UNIDSEL.cpy): UNIDADE asks for one campus,
      * spaces for all of them; an operator below supervisor on the
      * master is held to the home campus and may not ask for
      * another - the refusal is audited before the run stops.
       9400-RESOLVER-UNIDADE.
           ACCEPT WS-UNIDADE-PEDIDA FROM ENVIRONMENT "UNIDADE".
           MOVE FUNCTION UPPER-CASE(WS-UNIDADE-PEDIDA)
               TO WS-UNIDADE-PEDIDA.
           MOVE WS-UNIDADE-PEDIDA TO WS-UNIDADE-FILTRO.
           PERFORM 9300-LER-OPERADOR.
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
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "LOTE NOTURNO RECUSADO PARA A UNIDADE "
                       DELIMITED BY SIZE
                       WS-UNIDADE-PEDIDA DELIMITED BY SIZE
                       " - OPERADOR RESTRITO A " DELIMITED BY SIZE
                       WS-UNIDADE-OPERADOR DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   PERFORM 8100-GRAVAR-AUDITORIA
                   STOP RUN
               END-IF
               MOVE WS-UNIDADE-OPERADOR TO WS-UNIDADE-FILTRO
           END-IF.

      * A row's campus, spaces read as SEDE, against the filter.
       9410-VERIFICAR-UNIDADE.
           IF WS-UNIDADE-REG = SPACES
               MOVE "SEDE" TO WS-UNIDADE-REG
           END-IF.
           IF WS-UNIDADE-FILTRO = SPACES
               OR WS-UNIDADE-REG = WS-UNIDADE-FILTRO
               MOVE "S" TO WS-NA-UNIDADE
           ELSE
               MOVE "N" TO WS-NA-UNIDADE
           END-IF.

      * Tamper-evident chain (AUDCHAIN.cpy): the outgoing line gets
      * the next sequence and the check value chained to the last
      * line already on file, read through the second FD while the
