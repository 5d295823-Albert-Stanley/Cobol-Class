      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Daily student status change feed for the library
      *          and the IT account systems, which kept their own
      *          lists of active students from a monthly spreadsheet
      *          and so left graduates and withdrawn students with
      *          accounts for weeks. Each run classifies every
      *          student on STUDENT.DAT - graduated, inactive, every
      *          enrollment on STUDENT-COURSES.DAT locked
      *          (trancamento) or active - compares that with
      *          yesterday's picture in SITUACAO-ONTEM.DAT
      *          (SITSNAP.cpy) and writes only the movements:
      *          include, change (turma transfer) and deactivate,
      *          with matricula, name, turma and the reason, to
      *          SITUACAO-FEED-nnnnnn.DAT (SITFEED.cpy). The file
      *          opens with a header and closes with a trailer that
      *          both carry the run sequence from
      *          SITUACAO-CONTROLE.DAT, the trailer also the count of
      *          movement lines, so a receiver can tell a missed day
      *          or a short file; earlier files stay on disk for a
      *          receiver to catch up. The first run, with no
      *          picture yet, includes every active student. The
      *          picture and the sequence move forward only after
      *          the feed is written; more students than the tables
      *          hold cancels the run with condition code 16 and
      *          nothing written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITUACAO-FEED.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "STUDENT-COURSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT ONTEM-FILE ASSIGN TO "SITUACAO-ONTEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONTEM-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO "SITUACAO-CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.
           SELECT FEED-FILE ASSIGN TO DYNAMIC WS-NOME-FEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDITLER-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLER-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  ENROLL-FILE.
           COPY ENROLL.

       FD  ONTEM-FILE.
           COPY SITSNAP.

      * Last feed sequence written, so the next run numbers on from
      * it and the receivers can check for gaps.
       FD  CONTROLE-FILE.
       01 CONTROLE-RECORD.
           05 SC-ULTIMA-SEQ      PIC 9(06).
           05 SC-DATA-HORA       PIC X(19).

       FD  FEED-FILE.
           COPY SITFEED.

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

       FD  LOCK-FILE.
           COPY TRAVREC.

       WORKING-STORAGE SECTION.
       COPY LOCKF.
       COPY AUDCHAIN.
       01 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       01 WS-ENROLL-STATUS    PIC X(2) VALUE SPACES.
       01 WS-ONTEM-STATUS     PIC X(2) VALUE SPACES.
       01 WS-CONTROLE-STATUS  PIC X(2) VALUE SPACES.
       01 WS-FEED-STATUS      PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
       01 WS-OPERSES-STATUS   PIC X(2) VALUE SPACES.
       01 WS-OPERADOR         PIC X(8) VALUE "ANONIMO".
       01 WS-OPERADOR-LIDO    PIC X VALUE "N".
           88 OPERADOR-LIDO   VALUE "S".
       COPY SESRESOL.
       01 WS-AUDIT-MSG        PIC X(90) VALUE SPACES.

      * Today's situation of every student on the master, with the
      * enrollment counts it is decided from.
       01 WS-TABELA-HOJE.
           05 WS-HOJE-ENTRY OCCURS 500 TIMES.
               10 WS-HOJE-ID      PIC X(10).
               10 WS-HOJE-NOME    PIC X(30).
               10 WS-HOJE-TURMA   PIC X(04).
               10 WS-HOJE-SIT     PIC X(01).
               10 WS-HOJE-QT-MAT  PIC 9(03).
               10 WS-HOJE-QT-TRC  PIC 9(03).
       01 WS-TOTAL-HOJE       PIC 9(04) VALUE 0.

      * Yesterday's picture; WS-ONTEM-ACHADO marks the students still
      * on the master, the rest left it since the last run.
       01 WS-TABELA-ONTEM.
           05 WS-ONTEM-ENTRY OCCURS 500 TIMES.
               10 WS-ONTEM-ID     PIC X(10).
               10 WS-ONTEM-NOME   PIC X(30).
               10 WS-ONTEM-TURMA  PIC X(04).
               10 WS-ONTEM-SIT    PIC X(01).
               10 WS-ONTEM-ACHADO PIC X(01).
       01 WS-TOTAL-ONTEM      PIC 9(04) VALUE 0.
       01 WS-MAX-ALUNOS       PIC 9(04) VALUE 500.
       01 WS-PRIMEIRA-CARGA   PIC X VALUE "N".
           88 PRIMEIRA-CARGA  VALUE "S".

       01 WS-NOME-FEED        PIC X(30) VALUE SPACES.
       01 WS-SEQUENCIA        PIC 9(06) VALUE 0.
       01 WS-DATA-EXECUCAO    PIC X(19) VALUE SPACES.
       01 WS-I                PIC 9(04).
       01 WS-J                PIC 9(04).
       01 WS-MOV-ACAO         PIC X(01) VALUE SPACES.
       01 WS-MOV-MOTIVO       PIC X(13) VALUE SPACES.
       01 WS-MOV-ID           PIC X(10) VALUE SPACES.
       01 WS-MOV-NOME         PIC X(30) VALUE SPACES.
       01 WS-MOV-TURMA        PIC X(04) VALUE SPACES.
       01 WS-MOV-ANTERIOR     PIC X(04) VALUE SPACES.
       01 WS-QT-DETALHES      PIC 9(06) VALUE 0.
       01 WS-QT-INCLUIR       PIC 9(06) VALUE 0.
       01 WS-QT-ALTERAR       PIC 9(06) VALUE 0.
       01 WS-QT-DESATIVAR     PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-DATA-EXECUCAO.
           PERFORM CARREGAR-ALUNOS.
           IF WS-TOTAL-HOJE > WS-MAX-ALUNOS
               DISPLAY "STUDENT.DAT EXCEDE A CAPACIDADE DE "
                   WS-MAX-ALUNOS " ALUNOS DESTE PROGRAMA - FEED NAO "
                   "GERADO."
               MOVE "FEED DE SITUACAO CANCELADO: ALUNOS ALEM DA TABELA"
                   TO WS-AUDIT-MSG
               PERFORM GRAVAR-AUDITORIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARREGAR-ONTEM.
           IF WS-TOTAL-ONTEM > WS-MAX-ALUNOS
               DISPLAY "SITUACAO-ONTEM.DAT EXCEDE A CAPACIDADE DE "
                   WS-MAX-ALUNOS " ALUNOS DESTE PROGRAMA - FEED NAO "
                   "GERADO."
               MOVE "FEED DE SITUACAO CANCELADO: FOTO DE ONTEM ALEM DA "
                   TO WS-AUDIT-MSG
               MOVE "TABELA" TO WS-AUDIT-MSG(51:6)
               PERFORM GRAVAR-AUDITORIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARREGAR-MATRICULAS.
           PERFORM CLASSIFICAR-ALUNOS.
           PERFORM LER-CONTROLE.
           ADD 1 TO WS-SEQUENCIA.

           MOVE SPACES TO WS-NOME-FEED.
           STRING "SITUACAO-FEED-" DELIMITED BY SIZE
               WS-SEQUENCIA DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-FEED
           END-STRING.
           OPEN OUTPUT FEED-FILE.
           MOVE SPACES TO SITUACAO-FEED-RECORD.
           MOVE "H" TO SF-TIPO.
           MOVE WS-SEQUENCIA TO SF-SEQUENCIA.
           MOVE WS-DATA-EXECUCAO(1:8) TO SF-DATA-MOVIMENTO.
           MOVE 0 TO SF-QT-REGISTROS.
           WRITE SITUACAO-FEED-RECORD.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-HOJE
               PERFORM COMPARAR-ALUNO
           END-PERFORM.
      * Off the master since the last run: an account still open is
      * closed as inactive.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ONTEM
               IF WS-ONTEM-ACHADO(WS-J) NOT = "S"
                   AND WS-ONTEM-SIT(WS-J) = "A"
                   MOVE "D" TO WS-MOV-ACAO
                   MOVE "INATIVO" TO WS-MOV-MOTIVO
                   MOVE WS-ONTEM-ID(WS-J) TO WS-MOV-ID
                   MOVE WS-ONTEM-NOME(WS-J) TO WS-MOV-NOME
                   MOVE WS-ONTEM-TURMA(WS-J) TO WS-MOV-TURMA
                   MOVE SPACES TO WS-MOV-ANTERIOR
                   PERFORM GRAVAR-MOVIMENTO
               END-IF
           END-PERFORM.

           MOVE SPACES TO SITUACAO-FEED-RECORD.
           MOVE "T" TO SF-TIPO.
           MOVE WS-SEQUENCIA TO SF-SEQUENCIA.
           MOVE WS-DATA-EXECUCAO(1:8) TO SF-DATA-MOVIMENTO.
           MOVE WS-QT-DETALHES TO SF-QT-REGISTROS.
           WRITE SITUACAO-FEED-RECORD.
           CLOSE FEED-FILE.

           PERFORM GRAVAR-ONTEM.
           PERFORM GRAVAR-CONTROLE.

           IF PRIMEIRA-CARGA
               DISPLAY "SITUACAO-ONTEM.DAT AUSENTE - CARGA INICIAL "
                   "COM TODOS OS ALUNOS ATIVOS."
           END-IF.
           DISPLAY "FEED DE SITUACAO GRAVADO EM " WS-NOME-FEED.
           DISPLAY "  INCLUSOES: " WS-QT-INCLUIR
               "  ALTERACOES: " WS-QT-ALTERAR
               "  DESATIVACOES: " WS-QT-DESATIVAR.
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "FEED DE SITUACAO SEQ=" DELIMITED BY SIZE
               WS-SEQUENCIA DELIMITED BY SIZE
               " INCLUIR=" DELIMITED BY SIZE
               WS-QT-INCLUIR DELIMITED BY SIZE
               " ALTERAR=" DELIMITED BY SIZE
               WS-QT-ALTERAR DELIMITED BY SIZE
               " DESATIVAR=" DELIMITED BY SIZE
               WS-QT-DESATIVAR DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      * The counts run past the tables on purpose: a file longer than
      * WS-MAX-ALUNOS is caught by the caller before anything is
      * written.
       CARREGAR-ALUNOS.
           MOVE 0 TO WS-TOTAL-HOJE.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-HOJE
                           IF WS-TOTAL-HOJE <= WS-MAX-ALUNOS
                               MOVE ST-STUDENT-ID
                                   TO WS-HOJE-ID(WS-TOTAL-HOJE)
                               MOVE ST-NOME
                                   TO WS-HOJE-NOME(WS-TOTAL-HOJE)
                               MOVE ST-TURMA
                                   TO WS-HOJE-TURMA(WS-TOTAL-HOJE)
                               MOVE ST-STATUS
                                   TO WS-HOJE-SIT(WS-TOTAL-HOJE)
                               MOVE 0 TO WS-HOJE-QT-MAT(WS-TOTAL-HOJE)
                               MOVE 0 TO WS-HOJE-QT-TRC(WS-TOTAL-HOJE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       CARREGAR-ONTEM.
           MOVE 0 TO WS-TOTAL-ONTEM.
           MOVE SPACES TO WS-ONTEM-STATUS.
           OPEN INPUT ONTEM-FILE.
           IF WS-ONTEM-STATUS NOT = "00"
               MOVE "S" TO WS-PRIMEIRA-CARGA
           ELSE
               PERFORM UNTIL WS-ONTEM-STATUS = "10"
                   READ ONTEM-FILE
                       AT END
                           MOVE "10" TO WS-ONTEM-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-ONTEM
                           IF WS-TOTAL-ONTEM <= WS-MAX-ALUNOS
                               MOVE SS-STUDENT-ID
                                   TO WS-ONTEM-ID(WS-TOTAL-ONTEM)
                               MOVE SS-NOME
                                   TO WS-ONTEM-NOME(WS-TOTAL-ONTEM)
                               MOVE SS-TURMA
                                   TO WS-ONTEM-TURMA(WS-TOTAL-ONTEM)
                               MOVE SS-SITUACAO
                                   TO WS-ONTEM-SIT(WS-TOTAL-ONTEM)
                               MOVE "N"
                                   TO WS-ONTEM-ACHADO(WS-TOTAL-ONTEM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ONTEM-FILE
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
                           PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-TOTAL-HOJE
                               IF WS-HOJE-ID(WS-I) = EN-STUDENT-ID
                                   ADD 1 TO WS-HOJE-QT-MAT(WS-I)
                                   IF EN-TRANCADA
                                       ADD 1 TO WS-HOJE-QT-TRC(WS-I)
                                   END-IF
                                   MOVE WS-TOTAL-HOJE TO WS-I
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.

      * Graduated and inactive come from the master; an active student
      * (spaces on a line older than the status) whose every
      * enrollment is locked is in trancamento. No enrollment at all
      * keeps the student active.
       CLASSIFICAR-ALUNOS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-HOJE
               EVALUATE WS-HOJE-SIT(WS-I)
                   WHEN "G"
                       CONTINUE
                   WHEN "I"
                       CONTINUE
                   WHEN OTHER
                       IF WS-HOJE-QT-MAT(WS-I) > 0
                           AND WS-HOJE-QT-TRC(WS-I)
                               = WS-HOJE-QT-MAT(WS-I)
                           MOVE "T" TO WS-HOJE-SIT(WS-I)
                       ELSE
                           MOVE "A" TO WS-HOJE-SIT(WS-I)
                       END-IF
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      * One student against yesterday's picture. Only a student who
      * had an open account can be changed or deactivated; one who
      * comes back to active, or appears active, is included.
      ******************************************************************
       COMPARAR-ALUNO.
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ONTEM
               OR WS-ONTEM-ID(WS-J) = WS-HOJE-ID(WS-I)
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO WS-MOV-ACAO.
           MOVE SPACES TO WS-MOV-MOTIVO.
           MOVE SPACES TO WS-MOV-ANTERIOR.
           IF WS-J > WS-TOTAL-ONTEM
               IF WS-HOJE-SIT(WS-I) = "A"
                   MOVE "I" TO WS-MOV-ACAO
                   MOVE "NOVO" TO WS-MOV-MOTIVO
               END-IF
           ELSE
               MOVE "S" TO WS-ONTEM-ACHADO(WS-J)
               IF WS-ONTEM-SIT(WS-J) = "A"
                   EVALUATE WS-HOJE-SIT(WS-I)
                       WHEN "A"
                           IF WS-HOJE-TURMA(WS-I)
                               NOT = WS-ONTEM-TURMA(WS-J)
                               MOVE "A" TO WS-MOV-ACAO
                               MOVE "TRANSFERENCIA" TO WS-MOV-MOTIVO
                               MOVE WS-ONTEM-TURMA(WS-J)
                                   TO WS-MOV-ANTERIOR
                           END-IF
                       WHEN "T"
                           MOVE "D" TO WS-MOV-ACAO
                           MOVE "TRANCAMENTO" TO WS-MOV-MOTIVO
                       WHEN "I"
                           MOVE "D" TO WS-MOV-ACAO
                           MOVE "INATIVO" TO WS-MOV-MOTIVO
                       WHEN "G"
                           MOVE "D" TO WS-MOV-ACAO
                           MOVE "FORMADO" TO WS-MOV-MOTIVO
                   END-EVALUATE
               ELSE
                   IF WS-HOJE-SIT(WS-I) = "A"
                       MOVE "I" TO WS-MOV-ACAO
                       MOVE "NOVO" TO WS-MOV-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WS-MOV-ACAO NOT = SPACES
               MOVE WS-HOJE-ID(WS-I) TO WS-MOV-ID
               MOVE WS-HOJE-NOME(WS-I) TO WS-MOV-NOME
               MOVE WS-HOJE-TURMA(WS-I) TO WS-MOV-TURMA
               PERFORM GRAVAR-MOVIMENTO
           END-IF.

       GRAVAR-MOVIMENTO.
           MOVE SPACES TO SITUACAO-FEED-RECORD.
           MOVE "D" TO SF-TIPO.
           MOVE WS-MOV-ACAO TO SF-ACAO.
           MOVE WS-MOV-ID TO SF-STUDENT-ID.
           MOVE WS-MOV-NOME TO SF-NOME.
           MOVE WS-MOV-TURMA TO SF-TURMA.
           MOVE WS-MOV-MOTIVO TO SF-MOTIVO.
           MOVE WS-MOV-ANTERIOR TO SF-TURMA-ANTERIOR.
           WRITE SITUACAO-FEED-RECORD.
           ADD 1 TO WS-QT-DETALHES.
           EVALUATE TRUE
               WHEN SF-INCLUIR
                   ADD 1 TO WS-QT-INCLUIR
               WHEN SF-ALTERAR
                   ADD 1 TO WS-QT-ALTERAR
               WHEN SF-DESATIVAR
                   ADD 1 TO WS-QT-DESATIVAR
           END-EVALUATE.

       GRAVAR-ONTEM.
           OPEN OUTPUT ONTEM-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-HOJE
               MOVE WS-HOJE-ID(WS-I) TO SS-STUDENT-ID
               MOVE WS-HOJE-NOME(WS-I) TO SS-NOME
               MOVE WS-HOJE-TURMA(WS-I) TO SS-TURMA
               MOVE WS-HOJE-SIT(WS-I) TO SS-SITUACAO
               WRITE SITUACAO-SNAP-RECORD
           END-PERFORM.
           CLOSE ONTEM-FILE.

       LER-CONTROLE.
           MOVE 0 TO WS-SEQUENCIA.
           MOVE SPACES TO WS-CONTROLE-STATUS.
           OPEN INPUT CONTROLE-FILE.
           IF WS-CONTROLE-STATUS = "00"
               READ CONTROLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-ULTIMA-SEQ IS NUMERIC
                           MOVE SC-ULTIMA-SEQ TO WS-SEQUENCIA
                       END-IF
               END-READ
               CLOSE CONTROLE-FILE
           END-IF.

       GRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE-FILE.
           MOVE WS-SEQUENCIA TO SC-ULTIMA-SEQ.
           MOVE WS-DATA-EXECUCAO TO SC-DATA-HORA.
           WRITE CONTROLE-RECORD.
           CLOSE CONTROLE-FILE.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "SITUACAO-FEED" TO AU-PROGRAM.
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
           MOVE "SITUACAO-FEED" TO TRAVA-PROGRAMA.
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
