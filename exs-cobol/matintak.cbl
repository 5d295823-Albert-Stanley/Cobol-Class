      *          runs the full edits: student present and active in
      *          STUDENT.DAT, course with a THRESHOLD.DAT line, no
      *          duplicate enrollment on an add, drop only of an
      *          existing row, and on an add no timetable clash
      *          (HORARIO.cpy) between the student's section of the
      *          course and a section already held in the same term,
      *          and no active hold (BLOQUEIO.cpy) on the student -
      *          the supervisor override for a hold is only offered
      *          interactively, in MATRICULAS-MANUT.
      *          Accepted transactions are applied to
      *          STUDENT-COURSES.DAT with one AUDIT-LOG.DAT line
      *          each; failures go to MATRICULAS-REJEITOS.DAT with
      *          the reason.
      *          The CSV opens with the #HDR header line (sender,
      *          file date, sequence) and closes with the #TRL
      *          trailer (line count and matricula hash total), in
      *          the fixed INTFCTL.cpy layout rather than comma
      *          separated. A first pass checks them and the sequence
      *          against INTERFACE-SEQ.DAT; a short file, a bad total
      *          or a skipped or repeated sequence refuses the whole
      *          file with RC 16 and one audit line, before any
      *          transaction is applied.
      *          INTERFACE-SEQ.DAT is read again and rewritten under
      *          INTERFACE-SEQ.LCK, shared by the four intake edits; a
      *          full sequence table (100 lines) refuses the file
      *          rather than drop another sender's line.
      *          THRESHOLD.DAT carries one line per course and
      *          vigencia; each course is kept once, and more courses
      *          than the 60-entry table refuses the run. The sequence
      *          is recorded only once the transactions are applied,
      *          so a file cancelled on a full STUDENT-COURSES table
      *          can be sent again under the same sequence.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT THRESHOLD-FILE ASSIGN TO "THRESHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT HORARIO-FILE ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT SEQ-FILE ASSIGN TO "INTERFACE-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IC-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
       01 ENTRADA-LINE       PIC X(40).
           COPY INTFCTL.

       FD  ENROLL-FILE.
           COPY ENROLL.
       FD  THRESHOLD-FILE.
           COPY THRESH.

       FD  TURMA-FILE.
           COPY TURMA.

       FD  HORARIO-FILE.
           COPY HORARIO.

       FD  HOLDS-FILE.
           COPY BLOQUEIO.

       FD  AUDIT-FILE.
           COPY AUDIT.

       FD  LOCK-FILE.
           COPY TRAVREC.

       FD  SEQ-FILE.
           COPY INTFSEQ.

       WORKING-STORAGE SECTION.
       COPY LOCKF.
       COPY AUDCHAIN.
       77 WS-REJEITO-STATUS  PIC X(2) VALUE SPACES.
       77 WS-STUDENT-STATUS  PIC X(2) VALUE SPACES.
       77 WS-THRESHOLD-STATUS PIC X(2) VALUE SPACES.
       77 WS-TURMA-STATUS    PIC X(2) VALUE SPACES.
       77 WS-HORARIO-STATUS  PIC X(2) VALUE SPACES.
       77 WS-HOLDS-STATUS    PIC X(2) VALUE SPACES.
       77 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS  PIC X(2) VALUE SPACES.
       77 WS-OPERADOR        PIC X(8) VALUE "ANONIMO".
           05 WS-ALUNO-ENTRY OCCURS 100 TIMES.
               10 WS-ALUNO-ID     PIC X(10).
               10 WS-ALUNO-STATUS PIC X(01).
               10 WS-ALUNO-TURMA  PIC X(04).
       01 WS-TOTAL-ALUNOS    PIC 9(3) VALUE 0.

       01 WS-TABELA-TURMAS.
           05 WS-TUR-ENTRY OCCURS 50 TIMES.
               10 WS-TUR-COD      PIC X(04).
               10 WS-TUR-CURSO    PIC X(10).
               10 WS-TUR-TERMO    PIC X(06).
       01 WS-TOTAL-TURMAS    PIC 9(2) VALUE 0.

       01 WS-TABELA-HORARIOS.
           05 WS-HOR-ENTRY OCCURS 200 TIMES.
               10 WS-HOR-TURMA    PIC X(04).
               10 WS-HOR-CURSO    PIC X(10).
               10 WS-HOR-DIA      PIC 9(01).
               10 WS-HOR-INICIO   PIC 9(04).
               10 WS-HOR-FIM      PIC 9(04).
       01 WS-TOTAL-HORARIOS  PIC 9(3) VALUE 0.

      * Active holds only; a released hold no longer blocks.
       01 WS-TABELA-BLOQUEIOS.
           05 WS-BLQ-ENTRY OCCURS 200 TIMES.
               10 WS-BLQ-ALUNO  PIC X(10).
               10 WS-BLQ-TIPO   PIC X(03).
       01 WS-TOTAL-BLOQUEIOS PIC 9(3) VALUE 0.

       01 WS-TABELA-CURSOS.
           05 WS-CURSO-ID OCCURS 60 TIMES PIC X(10).
       01 WS-TOTAL-CURSOS    PIC 9(2) VALUE 0.
       01 WS-CURSOS-FORA     PIC 9(4) VALUE 0.

       01 WS-ACAO            PIC X(02) VALUE SPACES.
       01 WS-TX-ALUNO        PIC X(10) VALUE SPACES.
       01 WS-ALUNO-SITUACAO  PIC X VALUE "X".
           88 ALUNO-ATIVO    VALUE "A", " ".
           88 ALUNO-INATIVO  VALUE "I".
           88 ALUNO-FORMADO  VALUE "G".
           88 ALUNO-AUSENTE  VALUE "X".
       01 WS-CURSO-OK        PIC X VALUE "N".
           88 CURSO-OK       VALUE "S".
       01 WS-H1              PIC 9(3).
       01 WS-H2              PIC 9(3).
       01 WS-CHQ-TURMA       PIC X(04) VALUE SPACES.
       01 WS-CHQ-OUTRO       PIC X(10) VALUE SPACES.
       01 WS-BUSCA-CURSO     PIC X(10) VALUE SPACES.
       01 WS-TERMO-SECAO     PIC X(06) VALUE SPACES.
       01 WS-TERMO-NOVO      PIC X(06) VALUE SPACES.
       01 WS-CHOQUE          PIC X VALUE "N".
           88 CHOQUE-HORARIO VALUE "S".
       01 WS-LIDAS           PIC 9(4) VALUE 0.
       01 WS-ACEITAS         PIC 9(4) VALUE 0.
       01 WS-REJEITADAS      PIC 9(4) VALUE 0.
       01 WS-AUDIT-MSG       PIC X(90) VALUE SPACES.
       COPY INTFCHK.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-CURSOS.
           PERFORM CARREGAR-MATRICULAS.
           PERFORM CARREGAR-TURMAS.
           PERFORM CARREGAR-HORARIOS.
           PERFORM CARREGAR-BLOQUEIOS.
           IF WS-CURSOS-FORA > 0
               DISPLAY "THRESHOLD.DAT TEM MAIS CURSOS DO QUE A TABELA "
                   "COMPORTA (MAX 60). CRITICA CANCELADA."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ENTRADA-FILE.
           IF WS-ENTRADA-STATUS NOT = "00"
                   "CANCELADA."
               STOP RUN
           END-IF.
           PERFORM CONFERIR-CONTROLE.
           IF WS-IC-MOTIVO NOT = SPACES
               DISPLAY "MATRICULAS-ENTRADA.CSV REJEITADO POR INTEIRO: "
                   WS-IC-MOTIVO
               DISPLAY "NENHUMA TRANSACAO APLICADA - SOLICITAR "
                   "REENVIO AO REMETENTE."
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "INTAKE ARQUIVO REJEITADO: " DELIMITED BY SIZE
                   WS-IC-MOTIVO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ENTRADA-FILE.
           OPEN OUTPUT REJEITO-FILE.
           PERFORM UNTIL WS-ENTRADA-STATUS = "10"
               READ ENTRADA-FILE
                   AT END
                       MOVE "10" TO WS-ENTRADA-STATUS
                   NOT AT END
                       IF NOT IC-CABECALHO AND NOT IC-TRAILER
                           ADD 1 TO WS-LIDAS
                           PERFORM CRITICAR-TRANSACAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENTRADA-FILE.
           CLOSE REJEITO-FILE.
           DISPLAY "ARQUIVO " WS-IC-REMETENTE " SEQUENCIA "
               WS-IC-SEQUENCIA " DE " WS-IC-DATA-ARQUIVO.

           IF WS-ACEITAS > 0
               IF NOT FIM-DO-ARQUIVO
                       "QUE A TABELA COMPORTA (MAX 300) - "
                       "APLICACAO CANCELADA PARA NAO PERDER "
                       "MATRICULAS. REJEITOS FORAM GRAVADOS."
                   DISPLAY "SEQUENCIA NAO REGISTRADA - O ARQUIVO "
                       "PODE SER REENVIADO."
               ELSE
                   PERFORM GRAVAR-MATRICULAS
                   PERFORM GRAVAR-SEQUENCIA
               END-IF
           ELSE
               PERFORM GRAVAR-SEQUENCIA
           END-IF.
           DISPLAY "LINHAS LIDAS:      " WS-LIDAS.
           DISPLAY "LINHAS ACEITAS:    " WS-ACEITAS
               " (MATRICULAS-REJEITOS.DAT)".
           STOP RUN.

      * First pass over MATRICULAS-ENTRADA.CSV, already open:
      * header, trailer, line count and matricula hash total
      * (INTFCTL.cpy). The CSV carries no grades - its grade hash is
      * zero.
       CONFERIR-CONTROLE.
           MOVE "MATRICULAS" TO WS-IC-INTERFACE.
           MOVE SPACES TO WS-IC-MOTIVO.
           MOVE "N" TO WS-IC-CABECALHO-LIDO WS-IC-TRAILER-LIDO.
           MOVE 0 TO WS-IC-QT-CONTADA WS-IC-HASH-MAT-CONTADO
               WS-IC-HASH-NOTAS-CONTADO.
           PERFORM UNTIL WS-ENTRADA-STATUS = "10"
               READ ENTRADA-FILE
                   AT END
                       MOVE "10" TO WS-ENTRADA-STATUS
                   NOT AT END
                       PERFORM CONFERIR-LINHA-CONTROLE
                       IF IC-LINHA-DADOS
                           MOVE SPACES TO WS-ACAO WS-TX-ALUNO
                           UNSTRING ENTRADA-LINE DELIMITED BY ","
                               INTO WS-ACAO WS-TX-ALUNO
                           END-UNSTRING
                           MOVE WS-TX-ALUNO TO WS-IC-MATRICULA
                           PERFORM SOMAR-MATRICULA-CONTROLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENTRADA-FILE.
           PERFORM FECHAR-CONFERENCIA.

       CRITICAR-TRANSACAO.
           MOVE SPACES TO WS-ACAO WS-TX-ALUNO WS-TX-CURSO WS-MOTIVO.
           UNSTRING ENTRADA-LINE DELIMITED BY ","
                   IF ALUNO-INATIVO
                       MOVE "ALUNO INATIVO" TO WS-MOTIVO
                   END-IF
                   IF ALUNO-FORMADO
                       MOVE "ALUNO FORMADO" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
                   MOVE "MATRICULA JA TRANCADA" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-ACAO = "A"
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-BLOQUEIOS
                   OR WS-MOTIVO NOT = SPACES
                   IF WS-BLQ-ALUNO(WS-I) = WS-TX-ALUNO
                       STRING "ALUNO COM BLOQUEIO ATIVO "
                           DELIMITED BY SIZE
                           WS-BLQ-TIPO(WS-I) DELIMITED BY SIZE
                           INTO WS-MOTIVO
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-ACAO = "A"
               PERFORM VERIFICAR-CHOQUE-HORARIO
               IF CHOQUE-HORARIO
                   STRING "CHOQUE DE HORARIO COM " DELIMITED BY SIZE
                       WS-CHQ-OUTRO DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   END-STRING
               END-IF
           END-IF.

           IF WS-MOTIVO = SPACES
               PERFORM APLICAR-TRANSACAO

       LOCALIZAR-ALUNO.
           MOVE "X" TO WS-ALUNO-SITUACAO.
           MOVE SPACES TO WS-CHQ-TURMA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               IF WS-ALUNO-ID(WS-I) = WS-TX-ALUNO
                   MOVE WS-ALUNO-STATUS(WS-I) TO WS-ALUNO-SITUACAO
                   MOVE WS-ALUNO-TURMA(WS-I) TO WS-CHQ-TURMA
               END-IF
           END-PERFORM.

      * The MATRICULAS-MANUT timetable rule: the section of an
      * enrollment is the student's ST-TURMA row for the course, and
      * an add clashes when one of its meetings overlaps, on the
      * same weekday, a meeting of another section the student
      * holds actively in the same term. Adds accepted earlier in
      * the same file already count.
       VERIFICAR-CHOQUE-HORARIO.
           MOVE "N" TO WS-CHOQUE.
           MOVE SPACES TO WS-CHQ-OUTRO.
           MOVE WS-TX-CURSO TO WS-BUSCA-CURSO.
           PERFORM OBTER-TERMO-SECAO.
           MOVE WS-TERMO-SECAO TO WS-TERMO-NOVO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-MATRICULAS OR CHOQUE-HORARIO
               IF WS-MAT-ALUNO(WS-J) = WS-TX-ALUNO
                   AND WS-MAT-CURSO(WS-J) NOT = WS-TX-CURSO
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
                   AND WS-HOR-CURSO(WS-H1) = WS-TX-CURSO
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

       OBTER-TERMO-SECAO.
           MOVE SPACES TO WS-TERMO-SECAO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-TURMAS
               IF WS-TUR-COD(WS-I) = WS-CHQ-TURMA
                   AND WS-TUR-CURSO(WS-I) = WS-BUSCA-CURSO
                   MOVE WS-TUR-TERMO(WS-I) TO WS-TERMO-SECAO
               END-IF
           END-PERFORM.

                               TO WS-ALUNO-ID(WS-TOTAL-ALUNOS)
                           MOVE ST-STATUS
                               TO WS-ALUNO-STATUS(WS-TOTAL-ALUNOS)
                           MOVE ST-TURMA
                               TO WS-ALUNO-TURMA(WS-TOTAL-ALUNOS)
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       CARREGAR-BLOQUEIOS.
           MOVE SPACES TO WS-HOLDS-STATUS.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-STATUS = "00"
               PERFORM UNTIL WS-HOLDS-STATUS = "10"
                   OR WS-TOTAL-BLOQUEIOS = 200
                   READ HOLDS-FILE
                       AT END
                           MOVE "10" TO WS-HOLDS-STATUS
                       NOT AT END
                           IF BL-ATIVO
                               ADD 1 TO WS-TOTAL-BLOQUEIOS
                               MOVE BL-STUDENT-ID TO
                                   WS-BLQ-ALUNO(WS-TOTAL-BLOQUEIOS)
                               MOVE BL-TIPO TO
                                   WS-BLQ-TIPO(WS-TOTAL-BLOQUEIOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

      * One entry per course: a course with several vigencia lines is
      * kept once. A course that no longer fits is counted in
      * WS-CURSOS-FORA and the run is refused.
       CARREGAR-CURSOS.
           MOVE 0 TO WS-CURSOS-FORA.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
               PERFORM UNTIL WS-THRESHOLD-STATUS = "10"
                   READ THRESHOLD-FILE
                       AT END
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           MOVE TH-COURSE-ID TO WS-TX-CURSO
                           PERFORM VERIFICAR-CURSO
                           IF NOT CURSO-OK
                               IF WS-TOTAL-CURSOS < 60
                                   ADD 1 TO WS-TOTAL-CURSOS
                                   MOVE TH-COURSE-ID
                                       TO WS-CURSO-ID(WS-TOTAL-CURSOS)
                               ELSE
                                   ADD 1 TO WS-CURSOS-FORA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLD-FILE
           END-IF.

       CARREGAR-TURMAS.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS = "00"
               PERFORM UNTIL WS-TURMA-STATUS = "10"
                   OR WS-TOTAL-TURMAS = 50
                   READ TURMA-FILE
                       AT END
                           MOVE "10" TO WS-TURMA-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-TURMAS
                           MOVE TU-TURMA
                               TO WS-TUR-COD(WS-TOTAL-TURMAS)
                           MOVE TU-COURSE-ID
                               TO WS-TUR-CURSO(WS-TOTAL-TURMAS)
                           MOVE TU-TERMO
                               TO WS-TUR-TERMO(WS-TOTAL-TURMAS)
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           END-IF.

       CARREGAR-HORARIOS.
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

       CARREGAR-MATRICULAS.
           MOVE "N" TO WS-FIM-DO-ARQUIVO.
           OPEN INPUT ENROLL-FILE.
           COMPUTE WS-AUCHK-CALC = FUNCTION MOD(
               WS-AUCHK-ANT * 31 + WS-AUCHK-SOMA, 999999937).
           MOVE WS-AUCHK-CALC TO AU-CHECK.

      * One line of the first pass (INTFCTL.cpy): the header must be
      * the first line and the trailer the last; anything else is a
      * data line, counted. The first fault found is the one kept.
       CONFERIR-LINHA-CONTROLE.
           MOVE "N" TO WS-IC-LINHA-DADOS.
           EVALUATE TRUE
               WHEN IC-CABECALHO
                   IF IC-CABECALHO-LIDO OR WS-IC-QT-CONTADA > 0
                       IF WS-IC-MOTIVO = SPACES
                           MOVE "CABECALHO FORA DA PRIMEIRA LINHA"
                               TO WS-IC-MOTIVO
                       END-IF
                   ELSE
                       MOVE "S" TO WS-IC-CABECALHO-LIDO
                       MOVE IC-REMETENTE TO WS-IC-REMETENTE
                       MOVE IC-DATA-ARQUIVO TO WS-IC-DATA-ARQUIVO
                       IF IC-SEQUENCIA IS NUMERIC
                           MOVE IC-SEQUENCIA TO WS-IC-SEQUENCIA
                       ELSE
                           MOVE 0 TO WS-IC-SEQUENCIA
                       END-IF
                   END-IF
               WHEN IC-TRAILER
                   IF IC-TRAILER-LIDO
                       IF WS-IC-MOTIVO = SPACES
                           MOVE "MAIS DE UM TRAILER NO ARQUIVO"
                               TO WS-IC-MOTIVO
                       END-IF
                   ELSE
                       MOVE "S" TO WS-IC-TRAILER-LIDO
                       IF IC-QT-REGISTROS IS NUMERIC
                           AND IC-HASH-MATRICULAS IS NUMERIC
                           AND IC-HASH-NOTAS IS NUMERIC
                           MOVE IC-QT-REGISTROS TO WS-IC-QT-INFORMADA
                           MOVE IC-HASH-MATRICULAS
                               TO WS-IC-HASH-MAT-INFORMADO
                           MOVE IC-HASH-NOTAS
                               TO WS-IC-HASH-NOTAS-INFORMADO
                       ELSE
                           IF WS-IC-MOTIVO = SPACES
                               MOVE "TRAILER COM TOTAIS NAO NUMERICOS"
                                   TO WS-IC-MOTIVO
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-IC-MOTIVO = SPACES
                       IF NOT IC-CABECALHO-LIDO
                           MOVE "LINHA DE DADOS ANTES DO CABECALHO"
                               TO WS-IC-MOTIVO
                       END-IF
                       IF IC-TRAILER-LIDO
                           MOVE "LINHAS DEPOIS DO TRAILER"
                               TO WS-IC-MOTIVO
                       END-IF
                   END-IF
                   ADD 1 TO WS-IC-QT-CONTADA
                   MOVE "S" TO WS-IC-LINHA-DADOS
           END-EVALUATE.

       SOMAR-MATRICULA-CONTROLE.
           IF WS-IC-MAT-NUMERO IS NUMERIC
               ADD WS-IC-MAT-NUMERO TO WS-IC-HASH-MAT-CONTADO
           END-IF.

      * After the first pass: header and trailer present, the
      * trailer's count and hash totals equal to what was read, and
      * the sequence the next one after the sender's last accepted
      * file.
       FECHAR-CONFERENCIA.
           IF WS-IC-MOTIVO = SPACES AND NOT IC-CABECALHO-LIDO
               MOVE "ARQUIVO SEM CABECALHO NA PRIMEIRA LINHA"
                   TO WS-IC-MOTIVO
           END-IF.
           IF WS-IC-MOTIVO = SPACES AND NOT IC-TRAILER-LIDO
               MOVE "ARQUIVO SEM TRAILER - TRANSFERENCIA INCOMPLETA"
                   TO WS-IC-MOTIVO
           END-IF.
           IF WS-IC-MOTIVO = SPACES
               AND (WS-IC-REMETENTE = SPACES OR WS-IC-SEQUENCIA = 0)
               MOVE "CABECALHO SEM REMETENTE OU SEQUENCIA"
                   TO WS-IC-MOTIVO
           END-IF.
           IF WS-IC-MOTIVO = SPACES
               AND WS-IC-QT-CONTADA NOT = WS-IC-QT-INFORMADA
               STRING "TRAILER INFORMA " DELIMITED BY SIZE
                   WS-IC-QT-INFORMADA DELIMITED BY SIZE
                   " LINHAS, ARQUIVO TEM " DELIMITED BY SIZE
                   WS-IC-QT-CONTADA DELIMITED BY SIZE
                   INTO WS-IC-MOTIVO
               END-STRING
           END-IF.
           IF WS-IC-MOTIVO = SPACES
               AND WS-IC-HASH-MAT-CONTADO NOT = WS-IC-HASH-MAT-INFORMADO
               MOVE "TOTAL DE CONTROLE DAS MATRICULAS NAO CONFERE"
                   TO WS-IC-MOTIVO
           END-IF.
           IF WS-IC-MOTIVO = SPACES
               AND WS-IC-HASH-NOTAS-CONTADO
                   NOT = WS-IC-HASH-NOTAS-INFORMADO
               MOVE "TOTAL DE CONTROLE DAS NOTAS NAO CONFERE"
                   TO WS-IC-MOTIVO
           END-IF.
           IF WS-IC-MOTIVO = SPACES
               PERFORM CARREGAR-SEQUENCIAS
               IF WS-IC-SEQ-ACHADA > 0
                   COMPUTE WS-IC-ESPERADA =
                       WS-IC-SEQ-ULTIMA(WS-IC-SEQ-ACHADA) + 1
                   IF WS-IC-SEQUENCIA < WS-IC-ESPERADA
                       STRING "SEQUENCIA " DELIMITED BY SIZE
                           WS-IC-SEQUENCIA DELIMITED BY SIZE
                           " REPETIDA - ULTIMA ACEITA "
                           DELIMITED BY SIZE
                           WS-IC-SEQ-ULTIMA(WS-IC-SEQ-ACHADA)
                           DELIMITED BY SIZE
                           INTO WS-IC-MOTIVO
                       END-STRING
                   END-IF
                   IF WS-IC-SEQUENCIA > WS-IC-ESPERADA
                       STRING "SEQUENCIA " DELIMITED BY SIZE
                           WS-IC-SEQUENCIA DELIMITED BY SIZE
                           " PULADA - ESPERADA " DELIMITED BY SIZE
                           WS-IC-ESPERADA DELIMITED BY SIZE
                           INTO WS-IC-MOTIVO
                       END-STRING
                   END-IF
               END-IF
           END-IF.
           IF WS-IC-MOTIVO = SPACES
               AND (WS-IC-SEQ-FORA > 0
                   OR (WS-IC-SEQ-ACHADA = 0
                       AND WS-IC-TOTAL-SEQ >= 100))
               MOVE "INTERFACE-SEQ.DAT CHEIO (100 LINHAS)"
                   TO WS-IC-MOTIVO
           END-IF.

      * INTERFACE-SEQ.DAT into the table, with the line of this
      * interface and sender in WS-IC-SEQ-ACHADA (0 = first file).
       CARREGAR-SEQUENCIAS.
           MOVE 0 TO WS-IC-TOTAL-SEQ WS-IC-SEQ-ACHADA WS-IC-SEQ-FORA.
           MOVE SPACES TO WS-IC-SEQ-STATUS.
           OPEN INPUT SEQ-FILE.
           IF WS-IC-SEQ-STATUS = "00"
               PERFORM UNTIL WS-IC-SEQ-STATUS = "10"
                   READ SEQ-FILE
                       AT END
                           MOVE "10" TO WS-IC-SEQ-STATUS
                       NOT AT END
                           IF WS-IC-TOTAL-SEQ < 100
                               ADD 1 TO WS-IC-TOTAL-SEQ
                               MOVE IQ-INTERFACE TO
                                   WS-IC-SEQ-INTERFACE(WS-IC-TOTAL-SEQ)
                               MOVE IQ-REMETENTE TO
                                   WS-IC-SEQ-REMETENTE(WS-IC-TOTAL-SEQ)
                               MOVE IQ-SEQUENCIA TO
                                   WS-IC-SEQ-ULTIMA(WS-IC-TOTAL-SEQ)
                               MOVE IQ-DATA-ARQUIVO TO
                                   WS-IC-SEQ-DATA-ARQ(WS-IC-TOTAL-SEQ)
                               MOVE IQ-DATA-HORA TO
                                   WS-IC-SEQ-DATA-HORA(WS-IC-TOTAL-SEQ)
                               MOVE IQ-QT-REGISTROS TO
                                   WS-IC-SEQ-QTDE(WS-IC-TOTAL-SEQ)
                               IF IQ-INTERFACE = WS-IC-INTERFACE
                                   AND IQ-REMETENTE = WS-IC-REMETENTE
                                   MOVE WS-IC-TOTAL-SEQ
                                       TO WS-IC-SEQ-ACHADA
                               END-IF
                           ELSE
                               ADD 1 TO WS-IC-SEQ-FORA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEQ-FILE
           END-IF.

      * The file was applied: its sequence becomes the sender's last
      * accepted one. The table is read again under the lock so a
      * line another intake edit wrote since the check survives, and
      * nothing is rewritten if this sender's line no longer fits.
       GRAVAR-SEQUENCIA.
           MOVE "INTERFACE-SEQ.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM CARREGAR-SEQUENCIAS.
           IF WS-IC-SEQ-ACHADA = 0 AND WS-IC-TOTAL-SEQ < 100
               AND WS-IC-SEQ-FORA = 0
               ADD 1 TO WS-IC-TOTAL-SEQ
               MOVE WS-IC-TOTAL-SEQ TO WS-IC-SEQ-ACHADA
               MOVE WS-IC-INTERFACE
                   TO WS-IC-SEQ-INTERFACE(WS-IC-SEQ-ACHADA)
               MOVE WS-IC-REMETENTE
                   TO WS-IC-SEQ-REMETENTE(WS-IC-SEQ-ACHADA)
           END-IF.
           IF WS-IC-SEQ-ACHADA > 0
               MOVE WS-IC-SEQUENCIA
                   TO WS-IC-SEQ-ULTIMA(WS-IC-SEQ-ACHADA)
               MOVE WS-IC-DATA-ARQUIVO
                   TO WS-IC-SEQ-DATA-ARQ(WS-IC-SEQ-ACHADA)
               MOVE FUNCTION CURRENT-DATE(1:19)
                   TO WS-IC-SEQ-DATA-HORA(WS-IC-SEQ-ACHADA)
               MOVE WS-IC-QT-CONTADA
                   TO WS-IC-SEQ-QTDE(WS-IC-SEQ-ACHADA)
           END-IF.
           IF WS-IC-SEQ-ACHADA > 0 AND WS-IC-SEQ-FORA = 0
               OPEN OUTPUT SEQ-FILE
               PERFORM VARYING WS-IC-K FROM 1 BY 1
                   UNTIL WS-IC-K > WS-IC-TOTAL-SEQ
                   MOVE WS-IC-SEQ-INTERFACE(WS-IC-K) TO IQ-INTERFACE
                   MOVE WS-IC-SEQ-REMETENTE(WS-IC-K) TO IQ-REMETENTE
                   MOVE WS-IC-SEQ-ULTIMA(WS-IC-K) TO IQ-SEQUENCIA
                   MOVE WS-IC-SEQ-DATA-ARQ(WS-IC-K) TO IQ-DATA-ARQUIVO
                   MOVE WS-IC-SEQ-DATA-HORA(WS-IC-K) TO IQ-DATA-HORA
                   MOVE WS-IC-SEQ-QTDE(WS-IC-K) TO IQ-QT-REGISTROS
                   WRITE INTERFACE-SEQ-RECORD
               END-PERFORM
               CLOSE SEQ-FILE
           ELSE
               DISPLAY "INTERFACE-SEQ.DAT CHEIO (100 LINHAS) - A "
                   "SEQUENCIA " WS-IC-SEQUENCIA " DE "
                   WS-IC-REMETENTE " NAO FOI REGISTRADA. LIMPAR O "
                   "ARQUIVO ANTES DO PROXIMO ENVIO."
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM LIBERAR-TRAVA.
