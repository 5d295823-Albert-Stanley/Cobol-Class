      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Nightly roll-up of the per-session roll call into
      *          the attendance totals. Reads CHAMADA.DAT
      *          (CHAMADA.cpy), counts per student and course the
      *          meetings present and absent - a justified absence
      *          (J, atestado) counts neither as a class given nor as
      *          an absence - and rebuilds ATTENDANCE.DAT (ATTEND.cpy)
      *          with FQ-AULAS-DADAS = presentes + faltas and
      *          FQ-AULAS-PRESENTES = presentes, so MEDIA, EXERCICIO13
      *          and the NIGHTLY-CONTROLE passes apply the
      *          fail-by-absence rule unchanged. A pair with no roll
      *          call on file keeps the totals typed in through
      *          FREQUENCIA-MANUT; a pair with roll call is always
      *          recomputed. Runs as the FREQUENCIA step of the
      *          nightly stream, ahead of the gradings, or on its own;
      *          a roll call larger than the tables cancels the run
      *          with nothing written and condition code 16.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREQUENCIA-CONSOLIDA.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAMADA-FILE ASSIGN TO "CHAMADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAMADA-STATUS.
           SELECT ATTEND-FILE ASSIGN TO "ATTENDANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-STATUS.
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
       FD  CHAMADA-FILE.
           COPY CHAMADA.

       FD  ATTEND-FILE.
           COPY ATTEND.

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
       01 WS-CHAMADA-STATUS   PIC X(2) VALUE SPACES.
       01 WS-ATTEND-STATUS    PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
       01 WS-OPERSES-STATUS   PIC X(2) VALUE SPACES.
       01 WS-OPERADOR         PIC X(8) VALUE "ANONIMO".
       01 WS-OPERADOR-LIDO    PIC X VALUE "N".
           88 OPERADOR-LIDO   VALUE "S".
       COPY SESRESOL.
       01 WS-AUDIT-MSG        PIC X(90) VALUE SPACES.

      * Roll-call counts per student/course pair.
       01 WS-TABELA-PARES.
           05 WS-PAR-ENTRY OCCURS 3000 TIMES.
               10 WS-PAR-ALUNO      PIC X(10).
               10 WS-PAR-CURSO      PIC X(10).
               10 WS-PAR-PRESENTES  PIC 9(03).
               10 WS-PAR-FALTAS     PIC 9(03).
               10 WS-PAR-JUSTIF     PIC 9(03).
               10 WS-PAR-USADO      PIC X(01).
                   88 PAR-USADO     VALUE "S".
       01 WS-TOTAL-PARES      PIC 9(04) VALUE 0.
       01 WS-MAX-PARES        PIC 9(04) VALUE 3000.

      * ATTENDANCE.DAT as it stands, in file order.
       01 WS-TABELA-FREQUENCIAS.
           05 WS-FQ-ENTRY OCCURS 3000 TIMES.
               10 WS-FQ-ALUNO       PIC X(10).
               10 WS-FQ-CURSO       PIC X(10).
               10 WS-FQ-DADAS       PIC 9(03).
               10 WS-FQ-PRESENTES   PIC 9(03).
       01 WS-TOTAL-FREQ       PIC 9(04) VALUE 0.
       01 WS-MAX-FREQ         PIC 9(04) VALUE 3000.

       01 WS-ARQUIVO-CHEIO    PIC X VALUE "N".
           88 ARQUIVO-CHEIO   VALUE "S".
       01 WS-ARQUIVO-NOME     PIC X(24) VALUE SPACES.
       01 WS-ARQUIVO-MAX      PIC 9(05) VALUE 0.

       01 WS-I                PIC 9(04).
       01 WS-J                PIC 9(04).
       01 WS-PAR-POS          PIC 9(04) VALUE 0.
       01 WS-LIDAS            PIC 9(06) VALUE 0.
       01 WS-QT-AULAS         PIC 9(06) VALUE 0.
       01 WS-QT-FALTAS        PIC 9(06) VALUE 0.
       01 WS-QT-JUSTIF        PIC 9(06) VALUE 0.
       01 WS-QT-MANUAIS       PIC 9(04) VALUE 0.
       01 WS-QT-NOVOS         PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR.
           PERFORM ACUMULAR-CHAMADA.
           PERFORM CARREGAR-FREQUENCIAS.
           IF ARQUIVO-CHEIO
               DISPLAY WS-ARQUIVO-NOME " EXCEDE A CAPACIDADE DE "
                   WS-ARQUIVO-MAX " DESTE PROGRAMA - ATTENDANCE.DAT "
                   "NAO ALTERADO."
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "CONSOLIDACAO DE FREQUENCIA CANCELADA: "
                   DELIMITED BY SIZE
                   WS-ARQUIVO-NOME DELIMITED BY SPACE
                   " EXCEDE " DELIMITED BY SIZE
                   WS-ARQUIVO-MAX DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LIDAS = 0
               DISPLAY "NENHUMA CHAMADA EM CHAMADA.DAT - "
                   "ATTENDANCE.DAT MANTIDO COMO ESTA."
           ELSE
               PERFORM SUBSTITUIR-TOTAIS
               PERFORM GRAVAR-FREQUENCIAS
               DISPLAY "CHAMADAS LIDAS: " WS-LIDAS
                   "  PARES ALUNO/CURSO: " WS-TOTAL-PARES
                   " (" WS-QT-NOVOS " NOVOS)"
               DISPLAY "AULAS CONTADAS: " WS-QT-AULAS
                   "  FALTAS: " WS-QT-FALTAS
                   "  JUSTIFICADAS (NAO CONTAM): " WS-QT-JUSTIF
               DISPLAY "PARES SEM CHAMADA MANTIDOS COMO DIGITADOS: "
                   WS-QT-MANUAIS
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "FREQUENCIA CONSOLIDADA DA CHAMADA PARES="
                   DELIMITED BY SIZE
                   WS-TOTAL-PARES DELIMITED BY SIZE
                   " AULAS=" DELIMITED BY SIZE
                   WS-QT-AULAS DELIMITED BY SIZE
                   " FALTAS=" DELIMITED BY SIZE
                   WS-QT-FALTAS DELIMITED BY SIZE
                   " JUSTIF=" DELIMITED BY SIZE
                   WS-QT-JUSTIF DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
           END-IF.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       ACUMULAR-CHAMADA.
           MOVE SPACES TO WS-CHAMADA-STATUS.
           OPEN INPUT CHAMADA-FILE.
           IF WS-CHAMADA-STATUS = "00"
               PERFORM UNTIL WS-CHAMADA-STATUS = "10"
                   OR ARQUIVO-CHEIO
                   READ CHAMADA-FILE
                       AT END
                           MOVE "10" TO WS-CHAMADA-STATUS
                       NOT AT END
                           ADD 1 TO WS-LIDAS
                           PERFORM ACUMULAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE CHAMADA-FILE
           END-IF.

       ACUMULAR-LINHA.
           MOVE 0 TO WS-PAR-POS.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-PARES OR WS-PAR-POS > 0
               IF WS-PAR-ALUNO(WS-J) = CH-STUDENT-ID
                   AND WS-PAR-CURSO(WS-J) = CH-COURSE-ID
                   MOVE WS-J TO WS-PAR-POS
               END-IF
           END-PERFORM.
           IF WS-PAR-POS = 0
               IF WS-TOTAL-PARES < WS-MAX-PARES
                   ADD 1 TO WS-TOTAL-PARES
                   MOVE WS-TOTAL-PARES TO WS-PAR-POS
                   MOVE CH-STUDENT-ID TO WS-PAR-ALUNO(WS-PAR-POS)
                   MOVE CH-COURSE-ID TO WS-PAR-CURSO(WS-PAR-POS)
                   MOVE 0 TO WS-PAR-PRESENTES(WS-PAR-POS)
                   MOVE 0 TO WS-PAR-FALTAS(WS-PAR-POS)
                   MOVE 0 TO WS-PAR-JUSTIF(WS-PAR-POS)
                   MOVE "N" TO WS-PAR-USADO(WS-PAR-POS)
               ELSE
                   MOVE "S" TO WS-ARQUIVO-CHEIO
                   MOVE "PARES DE CHAMADA.DAT" TO WS-ARQUIVO-NOME
                   MOVE WS-MAX-PARES TO WS-ARQUIVO-MAX
               END-IF
           END-IF.
           IF WS-PAR-POS > 0
               EVALUATE TRUE
                   WHEN CH-PRESENTE
                       ADD 1 TO WS-PAR-PRESENTES(WS-PAR-POS)
                       ADD 1 TO WS-QT-AULAS
                   WHEN CH-FALTA
                       ADD 1 TO WS-PAR-FALTAS(WS-PAR-POS)
                       ADD 1 TO WS-QT-AULAS
                       ADD 1 TO WS-QT-FALTAS
                   WHEN OTHER
                       ADD 1 TO WS-PAR-JUSTIF(WS-PAR-POS)
                       ADD 1 TO WS-QT-JUSTIF
               END-EVALUATE
           END-IF.

       CARREGAR-FREQUENCIAS.
           MOVE SPACES TO WS-ATTEND-STATUS.
           OPEN INPUT ATTEND-FILE.
           IF WS-ATTEND-STATUS = "00"
               PERFORM UNTIL WS-ATTEND-STATUS = "10"
                   READ ATTEND-FILE
                       AT END
                           MOVE "10" TO WS-ATTEND-STATUS
                       NOT AT END
                           IF WS-TOTAL-FREQ < WS-MAX-FREQ
                               ADD 1 TO WS-TOTAL-FREQ
                               MOVE FQ-STUDENT-ID
                                   TO WS-FQ-ALUNO(WS-TOTAL-FREQ)
                               MOVE FQ-COURSE-ID
                                   TO WS-FQ-CURSO(WS-TOTAL-FREQ)
                               MOVE FQ-AULAS-DADAS
                                   TO WS-FQ-DADAS(WS-TOTAL-FREQ)
                               MOVE FQ-AULAS-PRESENTES
                                   TO WS-FQ-PRESENTES(WS-TOTAL-FREQ)
                           ELSE
                               MOVE "S" TO WS-ARQUIVO-CHEIO
                               MOVE "ATTENDANCE.DAT" TO WS-ARQUIVO-NOME
                               MOVE WS-MAX-FREQ TO WS-ARQUIVO-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTEND-FILE
           END-IF.

      * Existing lines keep their place in the file: a pair with roll
      * call gets the recomputed totals, a pair without keeps what
      * was typed. Pairs new to ATTENDANCE.DAT go on the end.
       SUBSTITUIR-TOTAIS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-FREQ
               MOVE 0 TO WS-PAR-POS
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-PARES OR WS-PAR-POS > 0
                   IF WS-PAR-ALUNO(WS-J) = WS-FQ-ALUNO(WS-I)
                       AND WS-PAR-CURSO(WS-J) = WS-FQ-CURSO(WS-I)
                       MOVE WS-J TO WS-PAR-POS
                   END-IF
               END-PERFORM
               IF WS-PAR-POS = 0
                   ADD 1 TO WS-QT-MANUAIS
               ELSE
                   PERFORM APLICAR-PAR
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PAR-POS FROM 1 BY 1
               UNTIL WS-PAR-POS > WS-TOTAL-PARES
               IF NOT PAR-USADO(WS-PAR-POS)
                   AND WS-TOTAL-FREQ < WS-MAX-FREQ
                   ADD 1 TO WS-TOTAL-FREQ
                   ADD 1 TO WS-QT-NOVOS
                   MOVE WS-TOTAL-FREQ TO WS-I
                   MOVE WS-PAR-ALUNO(WS-PAR-POS) TO WS-FQ-ALUNO(WS-I)
                   MOVE WS-PAR-CURSO(WS-PAR-POS) TO WS-FQ-CURSO(WS-I)
                   PERFORM APLICAR-PAR
               END-IF
           END-PERFORM.

       APLICAR-PAR.
           COMPUTE WS-FQ-DADAS(WS-I) = WS-PAR-PRESENTES(WS-PAR-POS)
               + WS-PAR-FALTAS(WS-PAR-POS).
           MOVE WS-PAR-PRESENTES(WS-PAR-POS) TO WS-FQ-PRESENTES(WS-I).
           MOVE "S" TO WS-PAR-USADO(WS-PAR-POS).

       GRAVAR-FREQUENCIAS.
           OPEN OUTPUT ATTEND-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-FREQ
               MOVE WS-FQ-ALUNO(WS-I) TO FQ-STUDENT-ID
               MOVE WS-FQ-CURSO(WS-I) TO FQ-COURSE-ID
               MOVE WS-FQ-DADAS(WS-I) TO FQ-AULAS-DADAS
               MOVE WS-FQ-PRESENTES(WS-I) TO FQ-AULAS-PRESENTES
               WRITE ATTENDANCE-RECORD
           END-PERFORM.
           CLOSE ATTEND-FILE.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "FREQ-CONSOL" TO AU-PROGRAM.
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
           MOVE "FREQ-CONSOL" TO TRAVA-PROGRAMA.
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
