      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Monthly operator activity review for the internal
      *          auditor. For the month asked (AAAAMM, ENTER = the
      *          current one), one line per operator with the grade
      *          postings (STUDENT-GRADES.DAT rows by SG-OPERADOR,
      *          adjustment rows left out), the adjustments requested
      *          (AJ-SOLICITANTE) and decided, approved or rejected
      *          (AJ-REVISOR) on PENDING-ADJUSTMENTS.DAT, the master
      *          file changes the maintenance programs wrote to
      *          AUDIT-LOG.DAT (refusals left out), and the sign-ons
      *          - the MENU-PRINC sign-on lines on AUDIT-LOG.DAT plus
      *          the sessions still open on OPERATOR-SESSION.DAT -
      *          with those outside business hours (before 07:00 or
      *          from 19:00, Saturday, Sunday, or a holiday on
      *          RUN-CALENDAR.DAT) listed one by one. The exception
      *          section is the segregation-of-duties check: an
      *          operator who requested the adjustment of a grade
      *          they posted, and a reviewer who approved an
      *          adjustment in a turma and term where they posted
      *          grades themselves. Report in ATIVIDADE-OPERADORES.DAT
      *          (PRTHDR.cpy). Campus maintenance, section
      *          cancellation and re-enrollment count as master file
      *          changes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVIDADE-OPERADORES.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENT-GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.
           SELECT ADJQ-FILE ASSIGN TO "PENDING-ADJUSTMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJQ-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "RUN-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT PRINT-FILE ASSIGN TO "ATIVIDADE-OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERMST-FILE.
           COPY OPERMST.

       FD  OPERSES-FILE.
           COPY OPERSES.

       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  STUDENT-GRADES-FILE.
           COPY STDGRADE.

       FD  ADJQ-FILE.
           COPY ADJQUEUE.

       FD  AUDIT-FILE.
           COPY AUDIT.

       FD  CALENDAR-FILE.
           COPY RUNCAL.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-OPERMST-STATUS  PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS  PIC X(2) VALUE SPACES.
       77 WS-STUDENT-STATUS  PIC X(2) VALUE SPACES.
       77 WS-SG-STATUS       PIC X(2) VALUE SPACES.
       77 WS-ADJQ-STATUS     PIC X(2) VALUE SPACES.
       77 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.
       77 WS-CALENDAR-STATUS PIC X(2) VALUE SPACES.

      * Business hours: a sign-on from WS-HORA-ABRE up to (not
      * including) WS-HORA-FECHA, Monday to Friday, is inside.
       77 WS-HORA-ABRE       PIC 9(2) VALUE 07.
       77 WS-HORA-FECHA      PIC 9(2) VALUE 19.

      * The programs whose AUDIT-LOG lines are master file changes.
       01 WS-NOMES-CADASTRO.
           05 FILLER PIC X(13) VALUE "TERMOS-MANUT".
           05 FILLER PIC X(13) VALUE "MATRIC-MANUT".
           05 FILLER PIC X(13) VALUE "OPER-MANUT".
           05 FILLER PIC X(13) VALUE "CTRL-MANUT".
           05 FILLER PIC X(13) VALUE "BLOQUEIOS".
           05 FILLER PIC X(13) VALUE "APROVEITAM".
           05 FILLER PIC X(13) VALUE "UNIFICA-ALUNO".
           05 FILLER PIC X(13) VALUE "COLACAO".
           05 FILLER PIC X(13) VALUE "BACKUP-MESTRE".
           05 FILLER PIC X(13) VALUE "RECUPERA-MEST".
           05 FILLER PIC X(13) VALUE "UNIDADES-MAN".
           05 FILLER PIC X(13) VALUE "CANCELA-TURMA".
           05 FILLER PIC X(13) VALUE "REMATRICULA".
       01 WS-TABELA-CADASTRO REDEFINES WS-NOMES-CADASTRO.
           05 WS-PROGRAMA-CADASTRO OCCURS 13 TIMES PIC X(13).

       01 WS-TABELA-OPERADORES.
           05 WS-OP-ENTRY OCCURS 100 TIMES.
               10 WS-OP-ID          PIC X(08).
               10 WS-OP-NIVEL       PIC X(01).
               10 WS-OP-LANCAMENTOS PIC 9(05).
               10 WS-OP-AJ-PEDIDOS  PIC 9(04).
               10 WS-OP-AJ-APROV    PIC 9(04).
               10 WS-OP-AJ-REJEIT   PIC 9(04).
               10 WS-OP-CADASTROS   PIC 9(04).
               10 WS-OP-SIGNONS     PIC 9(04).
               10 WS-OP-FORA        PIC 9(04).
       01 WS-TOTAL-OPERADORES PIC 9(03) VALUE 0.

       01 WS-TABELA-ALUNOS.
           05 WS-AL-ENTRY OCCURS 2000 TIMES.
               10 WS-AL-ID          PIC X(10).
               10 WS-AL-TURMA       PIC X(04).
       01 WS-TOTAL-ALUNOS    PIC 9(04) VALUE 0.

      * Every adjustment on file, with the posting it corrects
      * (operator, turma, term) filled in from the history.
       01 WS-TABELA-AJUSTES.
           05 WS-AJ-ENTRY OCCURS 1000 TIMES.
               10 WS-AJT-SEQ        PIC 9(06).
               10 WS-AJT-STATUS     PIC X(01).
               10 WS-AJT-ALUNO      PIC X(10).
               10 WS-AJT-PROGRAMA   PIC X(10).
               10 WS-AJT-ORIGINAL   PIC X(19).
               10 WS-AJT-SOLICITANTE PIC X(08).
               10 WS-AJT-PEDIDO-EM  PIC X(19).
               10 WS-AJT-REVISOR    PIC X(08).
               10 WS-AJT-REVISTO-EM PIC X(19).
               10 WS-AJT-LANCOU     PIC X(08).
               10 WS-AJT-TURMA      PIC X(04).
               10 WS-AJT-TERMO      PIC X(06).
       01 WS-TOTAL-AJUSTES   PIC 9(04) VALUE 0.

      * Who posted in which turma and term, all months.
       01 WS-TABELA-LANCAMENTOS.
           05 WS-LC-ENTRY OCCURS 2000 TIMES.
               10 WS-LC-OPERADOR    PIC X(08).
               10 WS-LC-TURMA       PIC X(04).
               10 WS-LC-TERMO       PIC X(06).
       01 WS-TOTAL-LANCAMENTOS PIC 9(04) VALUE 0.

       01 WS-TABELA-FERIADOS.
           05 WS-FERIADO OCCURS 100 TIMES PIC X(08).
       01 WS-TOTAL-FERIADOS  PIC 9(03) VALUE 0.

      * Sign-ons already counted from the log, so the still-open
      * registry rows are not counted twice.
       01 WS-TABELA-SIGNONS.
           05 WS-SN-ENTRY OCCURS 1000 TIMES.
               10 WS-SN-OPERADOR    PIC X(08).
               10 WS-SN-QUANDO      PIC X(19).
       01 WS-TOTAL-SIGNONS   PIC 9(04) VALUE 0.

       01 WS-TABELA-FORA.
           05 WS-FH-LINHA OCCURS 300 TIMES PIC X(80).
       01 WS-TOTAL-FORA      PIC 9(03) VALUE 0.

       01 WS-TABELA-EXCECOES.
           05 WS-EX-LINHA OCCURS 300 TIMES PIC X(100).
       01 WS-TOTAL-EXCECOES  PIC 9(03) VALUE 0.

       01 WS-MES-PEDIDO      PIC X(06) VALUE SPACES.
       01 WS-CARIMBO         PIC X(19) VALUE SPACES.
       01 WS-CARIMBO-DATA    PIC X(08) VALUE SPACES.
       01 WS-CARIMBO-DATA-N  REDEFINES WS-CARIMBO-DATA PIC 9(08).
       01 WS-CARIMBO-HORA    PIC X(02) VALUE SPACES.
       01 WS-CARIMBO-HORA-N  REDEFINES WS-CARIMBO-HORA PIC 9(02).
       01 WS-CARIMBO-MIN     PIC X(02) VALUE SPACES.
       01 WS-DIA-SEMANA      PIC 9(01) VALUE 0.
       01 WS-MOTIVO-FORA     PIC X(14) VALUE SPACES.
       01 WS-OPERADOR-BUSCA  PIC X(08) VALUE SPACES.
       01 WS-TERMINAL        PIC X(08) VALUE SPACES.
       01 WS-ALUNO-BUSCA     PIC X(10) VALUE SPACES.
       01 WS-TURMA-ACHADA    PIC X(04) VALUE SPACES.
       01 WS-ACHADO          PIC 9(04) VALUE 0.
       01 WS-I               PIC 9(04).
       01 WS-J               PIC 9(04).
       01 WS-NEGADAS         PIC 9(02) VALUE 0.
       01 WS-JA-CONTADO      PIC X VALUE "N".
           88 JA-CONTADO     VALUE "S".
       01 WS-E-CADASTRO      PIC X VALUE "N".
           88 E-CADASTRO     VALUE "S".
       01 WS-FORA-TABELA     PIC 9(04) VALUE 0.

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "MES DE REFERENCIA (AAAAMM, ENTER = MES ATUAL): ".
           ACCEPT WS-MES-PEDIDO.
           IF WS-MES-PEDIDO = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MES-PEDIDO
           END-IF.
           IF WS-MES-PEDIDO IS NOT NUMERIC
               OR WS-MES-PEDIDO(5:2) < "01" OR WS-MES-PEDIDO(5:2) > "12"
               DISPLAY "MES INVALIDO - INFORME AAAAMM."
               STOP RUN
           END-IF.

           PERFORM CARREGAR-FERIADOS.
           PERFORM CARREGAR-OPERADORES.
           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-AJUSTES.
           PERFORM LER-LANCAMENTOS.
           PERFORM AVALIAR-AJUSTES.
           PERFORM LER-AUDITORIA.
           PERFORM LER-SESSOES-ABERTAS.
           PERFORM IMPRIMIR-RELATORIO.
           DISPLAY "ATIVIDADE DE " WS-MES-PEDIDO ": "
               WS-TOTAL-OPERADORES " OPERADORES, " WS-TOTAL-FORA
               " SIGN-ONS FORA DO HORARIO, " WS-TOTAL-EXCECOES
               " EXCECOES (ATIVIDADE-OPERADORES.DAT)".
           STOP RUN.

       CARREGAR-FERIADOS.
           MOVE SPACES TO WS-CALENDAR-STATUS.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               PERFORM UNTIL WS-CALENDAR-STATUS = "10"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "10" TO WS-CALENDAR-STATUS
                       NOT AT END
                           IF RC-FERIADO AND WS-TOTAL-FERIADOS < 100
                               ADD 1 TO WS-TOTAL-FERIADOS
                               MOVE RC-DATA
                                   TO WS-FERIADO(WS-TOTAL-FERIADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

      * Every registered operator gets a line, idle or not; ids seen
      * only in the files (ANONIMO, a removed operator) are added as
      * they turn up.
       CARREGAR-OPERADORES.
           MOVE SPACES TO WS-OPERMST-STATUS.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-STATUS = "00"
               PERFORM UNTIL WS-OPERMST-STATUS = "10"
                   READ OPERMST-FILE
                       AT END
                           MOVE "10" TO WS-OPERMST-STATUS
                       NOT AT END
                           MOVE OM-OPERATOR-ID TO WS-OPERADOR-BUSCA
                           PERFORM LOCALIZAR-OPERADOR
                           IF WS-ACHADO > 0
                               MOVE OM-NIVEL TO WS-OP-NIVEL(WS-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERMST-FILE
           END-IF.

       LOCALIZAR-OPERADOR.
           MOVE 0 TO WS-ACHADO.
           IF WS-OPERADOR-BUSCA = SPACES
               MOVE "ANONIMO" TO WS-OPERADOR-BUSCA
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-OPERADORES OR WS-ACHADO > 0
               IF WS-OP-ID(WS-J) = WS-OPERADOR-BUSCA
                   MOVE WS-J TO WS-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACHADO = 0
               IF WS-TOTAL-OPERADORES < 100
                   ADD 1 TO WS-TOTAL-OPERADORES
                   MOVE WS-TOTAL-OPERADORES TO WS-ACHADO
                   INITIALIZE WS-OP-ENTRY(WS-ACHADO)
                   MOVE WS-OPERADOR-BUSCA TO WS-OP-ID(WS-ACHADO)
                   MOVE "-" TO WS-OP-NIVEL(WS-ACHADO)
               ELSE
                   ADD 1 TO WS-FORA-TABELA
               END-IF
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
                           IF WS-TOTAL-ALUNOS < 2000
                               ADD 1 TO WS-TOTAL-ALUNOS
                               MOVE ST-STUDENT-ID
                                   TO WS-AL-ID(WS-TOTAL-ALUNOS)
                               MOVE ST-TURMA
                                   TO WS-AL-TURMA(WS-TOTAL-ALUNOS)
                           ELSE
                               ADD 1 TO WS-FORA-TABELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       CARREGAR-AJUSTES.
           MOVE SPACES TO WS-ADJQ-STATUS.
           OPEN INPUT ADJQ-FILE.
           IF WS-ADJQ-STATUS = "00"
               PERFORM UNTIL WS-ADJQ-STATUS = "10"
                   READ ADJQ-FILE
                       AT END
                           MOVE "10" TO WS-ADJQ-STATUS
                       NOT AT END
                           IF WS-TOTAL-AJUSTES < 1000
                               ADD 1 TO WS-TOTAL-AJUSTES
                               PERFORM GUARDAR-AJUSTE
                           ELSE
                               ADD 1 TO WS-FORA-TABELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJQ-FILE
           END-IF.

       GUARDAR-AJUSTE.
           MOVE SPACES TO WS-AJ-ENTRY(WS-TOTAL-AJUSTES).
           MOVE AJ-SEQ TO WS-AJT-SEQ(WS-TOTAL-AJUSTES).
           MOVE AJ-STATUS TO WS-AJT-STATUS(WS-TOTAL-AJUSTES).
           MOVE AJ-ALUNO TO WS-AJT-ALUNO(WS-TOTAL-AJUSTES).
           MOVE AJ-PROGRAMA TO WS-AJT-PROGRAMA(WS-TOTAL-AJUSTES).
           MOVE AJ-DATA-HORA-ORIG TO WS-AJT-ORIGINAL(WS-TOTAL-AJUSTES).
           MOVE AJ-SOLICITANTE
               TO WS-AJT-SOLICITANTE(WS-TOTAL-AJUSTES).
           MOVE AJ-SOLICITADO-EM TO WS-AJT-PEDIDO-EM(WS-TOTAL-AJUSTES).
           MOVE AJ-REVISOR TO WS-AJT-REVISOR(WS-TOTAL-AJUSTES).
           MOVE AJ-REVISADO-EM TO WS-AJT-REVISTO-EM(WS-TOTAL-AJUSTES).

      * One pass over the history: the month's postings per operator,
      * the posting each adjustment corrects, and the turma/term
      * table of who posted where. Correction rows (reason code set)
      * are adjustments, not postings.
       LER-LANCAMENTOS.
           MOVE SPACES TO WS-SG-STATUS.
           OPEN INPUT STUDENT-GRADES-FILE.
           IF WS-SG-STATUS = "00"
               PERFORM UNTIL WS-SG-STATUS = "10"
                   READ STUDENT-GRADES-FILE
                       AT END
                           MOVE "10" TO WS-SG-STATUS
                       NOT AT END
                           IF SG-MOTIVO-AJUSTE = SPACES
                               PERFORM AVALIAR-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-GRADES-FILE
           END-IF.

       AVALIAR-LANCAMENTO.
           MOVE SG-TURMA TO WS-TURMA-ACHADA.
           IF WS-TURMA-ACHADA = SPACES
               MOVE SG-STUDENT-ID TO WS-ALUNO-BUSCA
               PERFORM LOCALIZAR-TURMA-ALUNO
           END-IF.
           MOVE SG-DATA-HORA TO WS-CARIMBO.
           PERFORM DECOMPOR-CARIMBO.
           IF WS-CARIMBO-DATA(1:6) = WS-MES-PEDIDO
               MOVE SG-OPERADOR TO WS-OPERADOR-BUSCA
               PERFORM LOCALIZAR-OPERADOR
               IF WS-ACHADO > 0
                   ADD 1 TO WS-OP-LANCAMENTOS(WS-ACHADO)
               END-IF
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-AJUSTES
               IF WS-AJT-ALUNO(WS-I) = SG-STUDENT-ID
                   AND WS-AJT-PROGRAMA(WS-I) = SG-PROGRAMA-ID
                   AND WS-AJT-ORIGINAL(WS-I) = SG-DATA-HORA
                   MOVE SG-OPERADOR TO WS-AJT-LANCOU(WS-I)
                   MOVE WS-TURMA-ACHADA TO WS-AJT-TURMA(WS-I)
                   MOVE SG-TERMO TO WS-AJT-TERMO(WS-I)
               END-IF
           END-PERFORM.
           IF SG-OPERADOR NOT = SPACES
               AND WS-TURMA-ACHADA NOT = SPACES
               MOVE 0 TO WS-ACHADO
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-LANCAMENTOS OR WS-ACHADO > 0
                   IF WS-LC-OPERADOR(WS-J) = SG-OPERADOR
                       AND WS-LC-TURMA(WS-J) = WS-TURMA-ACHADA
                       AND WS-LC-TERMO(WS-J) = SG-TERMO
                       MOVE WS-J TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ACHADO = 0
                   IF WS-TOTAL-LANCAMENTOS < 2000
                       ADD 1 TO WS-TOTAL-LANCAMENTOS
                       MOVE SG-OPERADOR
                           TO WS-LC-OPERADOR(WS-TOTAL-LANCAMENTOS)
                       MOVE WS-TURMA-ACHADA
                           TO WS-LC-TURMA(WS-TOTAL-LANCAMENTOS)
                       MOVE SG-TERMO
                           TO WS-LC-TERMO(WS-TOTAL-LANCAMENTOS)
                   ELSE
                       ADD 1 TO WS-FORA-TABELA
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-TURMA-ALUNO.
           MOVE SPACES TO WS-TURMA-ACHADA.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ALUNOS
               OR WS-TURMA-ACHADA NOT = SPACES
               IF WS-AL-ID(WS-J) = WS-ALUNO-BUSCA
                   MOVE WS-AL-TURMA(WS-J) TO WS-TURMA-ACHADA
               END-IF
           END-PERFORM.

      * Requests count in the month they were made, decisions in the
      * month they were taken - and the two conflict tests ride on
      * the same dates.
       AVALIAR-AJUSTES.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-AJUSTES
               MOVE WS-AJT-PEDIDO-EM(WS-I) TO WS-CARIMBO
               PERFORM DECOMPOR-CARIMBO
               IF WS-CARIMBO-DATA(1:6) = WS-MES-PEDIDO
                   MOVE WS-AJT-SOLICITANTE(WS-I) TO WS-OPERADOR-BUSCA
                   PERFORM LOCALIZAR-OPERADOR
                   IF WS-ACHADO > 0
                       ADD 1 TO WS-OP-AJ-PEDIDOS(WS-ACHADO)
                   END-IF
                   IF WS-AJT-LANCOU(WS-I) NOT = SPACES
                       AND WS-AJT-LANCOU(WS-I)
                           = WS-AJT-SOLICITANTE(WS-I)
                       PERFORM EXCECAO-LANCOU-E-PEDIU
                   END-IF
               END-IF
               MOVE WS-AJT-REVISTO-EM(WS-I) TO WS-CARIMBO
               PERFORM DECOMPOR-CARIMBO
               IF WS-AJT-REVISOR(WS-I) NOT = SPACES
                   AND WS-CARIMBO-DATA(1:6) = WS-MES-PEDIDO
                   MOVE WS-AJT-REVISOR(WS-I) TO WS-OPERADOR-BUSCA
                   PERFORM LOCALIZAR-OPERADOR
                   IF WS-ACHADO > 0
                       IF WS-AJT-STATUS(WS-I) = "A"
                           ADD 1 TO WS-OP-AJ-APROV(WS-ACHADO)
                       END-IF
                       IF WS-AJT-STATUS(WS-I) = "R"
                           ADD 1 TO WS-OP-AJ-REJEIT(WS-ACHADO)
                       END-IF
                   END-IF
                   IF WS-AJT-STATUS(WS-I) = "A"
                       PERFORM VERIFICAR-APROVADOR
                   END-IF
               END-IF
           END-PERFORM.

       EXCECAO-LANCOU-E-PEDIU.
           IF WS-TOTAL-EXCECOES < 300
               ADD 1 TO WS-TOTAL-EXCECOES
               MOVE SPACES TO WS-EX-LINHA(WS-TOTAL-EXCECOES)
               STRING "AJUSTE " DELIMITED BY SIZE
                   WS-AJT-SEQ(WS-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AJT-SOLICITANTE(WS-I) DELIMITED BY SIZE
                   " LANCOU A NOTA DE " DELIMITED BY SIZE
                   WS-AJT-ALUNO(WS-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AJT-PROGRAMA(WS-I) DELIMITED BY SPACE
                   " E PEDIU O AJUSTE EM " DELIMITED BY SIZE
                   WS-CARIMBO-DATA DELIMITED BY SIZE
                   INTO WS-EX-LINHA(WS-TOTAL-EXCECOES)
               END-STRING
           ELSE
               ADD 1 TO WS-FORA-TABELA
           END-IF.

      * The reviewer posted grades in the turma and term of the row
      * being corrected - the adjustment was approved by an
      * interested party, even if someone else asked for it.
       VERIFICAR-APROVADOR.
           MOVE 0 TO WS-ACHADO.
           IF WS-AJT-TURMA(WS-I) NOT = SPACES
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-LANCAMENTOS OR WS-ACHADO > 0
                   IF WS-LC-OPERADOR(WS-J) = WS-AJT-REVISOR(WS-I)
                       AND WS-LC-TURMA(WS-J) = WS-AJT-TURMA(WS-I)
                       AND WS-LC-TERMO(WS-J) = WS-AJT-TERMO(WS-I)
                       MOVE WS-J TO WS-ACHADO
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ACHADO > 0
               IF WS-TOTAL-EXCECOES < 300
                   ADD 1 TO WS-TOTAL-EXCECOES
                   MOVE SPACES TO WS-EX-LINHA(WS-TOTAL-EXCECOES)
                   STRING "AJUSTE " DELIMITED BY SIZE
                       WS-AJT-SEQ(WS-I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AJT-REVISOR(WS-I) DELIMITED BY SIZE
                       " APROVOU AJUSTE DE " DELIMITED BY SIZE
                       WS-AJT-ALUNO(WS-I) DELIMITED BY SIZE
                       " NA TURMA " DELIMITED BY SIZE
                       WS-AJT-TURMA(WS-I) DELIMITED BY SIZE
                       " TERMO " DELIMITED BY SIZE
                       WS-AJT-TERMO(WS-I) DELIMITED BY SIZE
                       " ONDE LANCOU NOTAS" DELIMITED BY SIZE
                       INTO WS-EX-LINHA(WS-TOTAL-EXCECOES)
                   END-STRING
               ELSE
                   ADD 1 TO WS-FORA-TABELA
               END-IF
           END-IF.

      * Master file changes and the logged sign-ons. A refusal line
      * (NEGADO/NEGADA/RECUSADO) is the control working, not a
      * change.
       LER-AUDITORIA.
           MOVE SPACES TO WS-AUDIT-STATUS.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS = "10"
                   READ AUDIT-FILE
                       AT END
                           MOVE "10" TO WS-AUDIT-STATUS
                       NOT AT END
                           PERFORM AVALIAR-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       AVALIAR-AUDITORIA.
           IF AU-PROGRAM = "MENU-PRINC"
               AND AU-MESSAGE(1:17) = "SIGN-ON TERMINAL="
               MOVE AU-MESSAGE(18:8) TO WS-TERMINAL
               MOVE AU-MESSAGE(30:19) TO WS-CARIMBO
               MOVE AU-OPERATOR TO WS-OPERADOR-BUSCA
               PERFORM REGISTRAR-SIGNON
           ELSE
               MOVE AU-TIMESTAMP TO WS-CARIMBO
               PERFORM DECOMPOR-CARIMBO
               IF WS-CARIMBO-DATA(1:6) = WS-MES-PEDIDO
                   MOVE "N" TO WS-E-CADASTRO
                   PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > 13 OR E-CADASTRO
                       IF AU-PROGRAM = WS-PROGRAMA-CADASTRO(WS-J)
                           MOVE "S" TO WS-E-CADASTRO
                       END-IF
                   END-PERFORM
                   MOVE 0 TO WS-NEGADAS
                   INSPECT AU-MESSAGE TALLYING WS-NEGADAS
                       FOR ALL "NEGAD" ALL "RECUS"
                   IF E-CADASTRO AND WS-NEGADAS = 0
                       MOVE AU-OPERATOR TO WS-OPERADOR-BUSCA
                       PERFORM LOCALIZAR-OPERADOR
                       IF WS-ACHADO > 0
                           ADD 1 TO WS-OP-CADASTROS(WS-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LER-SESSOES-ABERTAS.
           MOVE SPACES TO WS-OPERSES-STATUS.
           OPEN INPUT OPERSES-FILE.
           IF WS-OPERSES-STATUS = "00"
               PERFORM UNTIL WS-OPERSES-STATUS = "10"
                   READ OPERSES-FILE
                       AT END
                           MOVE "10" TO WS-OPERSES-STATUS
                       NOT AT END
                           IF OP-OPERATOR-ID NOT = SPACES
                               MOVE OP-TERMINAL-ID TO WS-TERMINAL
                               MOVE OP-SIGNON-TIME TO WS-CARIMBO
                               MOVE OP-OPERATOR-ID
                                   TO WS-OPERADOR-BUSCA
                               PERFORM REGISTRAR-SIGNON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERSES-FILE
           END-IF.

       REGISTRAR-SIGNON.
           MOVE "N" TO WS-JA-CONTADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-SIGNONS OR JA-CONTADO
               IF WS-SN-OPERADOR(WS-J) = WS-OPERADOR-BUSCA
                   AND WS-SN-QUANDO(WS-J) = WS-CARIMBO
                   MOVE "S" TO WS-JA-CONTADO
               END-IF
           END-PERFORM.
           IF NOT JA-CONTADO AND WS-TOTAL-SIGNONS < 1000
               ADD 1 TO WS-TOTAL-SIGNONS
               MOVE WS-OPERADOR-BUSCA
                   TO WS-SN-OPERADOR(WS-TOTAL-SIGNONS)
               MOVE WS-CARIMBO TO WS-SN-QUANDO(WS-TOTAL-SIGNONS)
               PERFORM DECOMPOR-CARIMBO
               IF WS-CARIMBO-DATA(1:6) = WS-MES-PEDIDO
                   PERFORM LOCALIZAR-OPERADOR
                   IF WS-ACHADO > 0
                       ADD 1 TO WS-OP-SIGNONS(WS-ACHADO)
                       PERFORM VERIFICAR-HORARIO
                       IF WS-MOTIVO-FORA NOT = SPACES
                           ADD 1 TO WS-OP-FORA(WS-ACHADO)
                           PERFORM GUARDAR-FORA-HORARIO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-HORARIO.
           MOVE SPACES TO WS-MOTIVO-FORA.
           IF WS-CARIMBO-DATA IS NUMERIC
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-CARIMBO-DATA-N) - 1, 7)
                   + 1
               IF WS-DIA-SEMANA > 5
                   MOVE "FIM DE SEMANA" TO WS-MOTIVO-FORA
               END-IF
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-FERIADOS
                   IF WS-FERIADO(WS-J) = WS-CARIMBO-DATA
                       MOVE "FERIADO" TO WS-MOTIVO-FORA
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-MOTIVO-FORA = SPACES AND WS-CARIMBO-HORA IS NUMERIC
               IF WS-CARIMBO-HORA-N < WS-HORA-ABRE
                   OR WS-CARIMBO-HORA-N >= WS-HORA-FECHA
                   MOVE "FORA DO HORARIO" TO WS-MOTIVO-FORA
               END-IF
           END-IF.

       GUARDAR-FORA-HORARIO.
           IF WS-TOTAL-FORA < 300
               ADD 1 TO WS-TOTAL-FORA
               MOVE SPACES TO WS-FH-LINHA(WS-TOTAL-FORA)
               STRING WS-OPERADOR-BUSCA DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-TERMINAL DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CARIMBO-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CARIMBO-HORA DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-CARIMBO-MIN DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-MOTIVO-FORA DELIMITED BY SIZE
                   INTO WS-FH-LINHA(WS-TOTAL-FORA)
               END-STRING
           ELSE
               ADD 1 TO WS-FORA-TABELA
           END-IF.

      * The suite stamps two ways: CURRENT-DATE (AAAAMMDDHHMMSS...)
      * and the ISO form AAAA-MM-DDTHH:MM:SS of the older rows.
       DECOMPOR-CARIMBO.
           IF WS-CARIMBO(5:1) = "-"
               STRING WS-CARIMBO(1:4) WS-CARIMBO(6:2) WS-CARIMBO(9:2)
                   DELIMITED BY SIZE INTO WS-CARIMBO-DATA
               END-STRING
               MOVE WS-CARIMBO(12:2) TO WS-CARIMBO-HORA
               MOVE WS-CARIMBO(15:2) TO WS-CARIMBO-MIN
           ELSE
               MOVE WS-CARIMBO(1:8) TO WS-CARIMBO-DATA
               MOVE WS-CARIMBO(9:2) TO WS-CARIMBO-HORA
               MOVE WS-CARIMBO(11:2) TO WS-CARIMBO-MIN
           END-IF.

       IMPRIMIR-RELATORIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           PERFORM IMPRIMIR-CABECALHO.
           IF WS-FORA-TABELA > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "LINHAS ALEM DA CAPACIDADE DAS TABELAS "
                   "(NAO CONSIDERADAS): " DELIMITED BY SIZE
                   WS-FORA-TABELA DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.
           MOVE "OPERADOR NIV LANCAMENTOS AJ.PEDIDOS AJ.APROV "
               TO WS-PRINT-LINE.
           MOVE "AJ.REJEIT CADASTROS SIGN-ONS FORA-HORARIO"
               TO WS-PRINT-LINE(47:).
           PERFORM IMPRIMIR-LINHA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-OPERADORES
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-OP-ID(WS-I) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-OP-NIVEL(WS-I) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-OP-LANCAMENTOS(WS-I) DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   WS-OP-AJ-PEDIDOS(WS-I) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-OP-AJ-APROV(WS-I) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-OP-AJ-REJEIT(WS-I) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-OP-CADASTROS(WS-I) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-OP-SIGNONS(WS-I) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-OP-FORA(WS-I) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE "SIGN-ONS FORA DO HORARIO (SEG-SEX 07:00-19:00, "
               TO WS-PRINT-LINE.
           MOVE "EXCETO FERIADOS)" TO WS-PRINT-LINE(48:).
           PERFORM IMPRIMIR-LINHA.
           IF WS-TOTAL-FORA = 0
               MOVE "  NENHUM." TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-FORA
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-FH-LINHA(WS-I) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE "EXCECOES DE SEGREGACAO DE FUNCOES" TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           IF WS-TOTAL-EXCECOES = 0
               MOVE "  NENHUMA." TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-EXCECOES
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-EX-LINHA(WS-I) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.
           CLOSE PRINT-FILE.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "ATIVIDADE DE OPERADORES - MES " DELIMITED BY SIZE
               WS-MES-PEDIDO DELIMITED BY SIZE
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
