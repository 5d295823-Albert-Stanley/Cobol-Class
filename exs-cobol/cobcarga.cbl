      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Load the charges of a FATURA-EXTRATO run into the
      *          student ledger STUDENT-LEDGER.DAT (RAZAO.cpy). Every
      *          invoice line of FATURA-LINHAS.DAT becomes one C
      *          (cobranca) posting for the student and course, due
      *          VENCIMENTO-DIAS (RECEB-RULES.DAT) after today. The
      *          extract's header timestamp is the batch id: an
      *          extract already on the ledger is refused, and the
      *          lines read must agree with the trailer's line count
      *          and total before anything is posted. One
      *          AUDIT-LOG.DAT line per batch loaded.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-COBRANCAS.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-FILE ASSIGN TO "FATURA-LINHAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURA-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "STUDENT-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT RECRULE-FILE ASSIGN TO "RECEB-RULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRA-STATUS.
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
       FD  FATURA-FILE.
       01 FATURA-LINE        PIC X(100).

       FD  LEDGER-FILE.
           COPY RAZAO.

       FD  RECRULE-FILE.
           COPY RECRULE.

       FD  AUDIT-FILE.
           COPY AUDIT.

      * Second FD on the live log for the chain read (AUDCHAIN.cpy).
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
       77 WS-FATURA-STATUS   PIC X(2) VALUE SPACES.
       77 WS-LEDGER-STATUS   PIC X(2) VALUE SPACES.
       77 WS-REGRA-STATUS    PIC X(2) VALUE SPACES.
       77 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS  PIC X(2) VALUE SPACES.
       77 WS-OPERADOR        PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO   PIC X VALUE "N".
           88 OPERADOR-LIDO VALUE "S".
       COPY SESRESOL.

      * FATURA-EXTRATO line layouts: the header carries the run
      * timestamp, each invoice line the student, course, and the
      * edited amount, and the trailer the control totals.
       01 WS-FATURA-DETALHE.
           05 FD-ALUNO           PIC X(10).
           05 FILLER             PIC X(01).
           05 FD-CURSO           PIC X(10).
           05 FILLER             PIC X(01).
           05 FD-SITUACAO        PIC X(08).
           05 FD-ROTULO-CRED     PIC X(10).
           05 FD-CREDITOS        PIC X(02).
           05 FD-ROTULO-VALOR    PIC X(07).
           05 FD-VALOR           PIC X(10).
           05 FD-VALOR-ED REDEFINES FD-VALOR PIC ZZZ.ZZ9,99.
           05 FILLER             PIC X(41).
       01 WS-FATURA-TRAILER REDEFINES WS-FATURA-DETALHE.
           05 FT-ROTULO          PIC X(15).
           05 FT-LINHAS          PIC 9(05).
           05 FILLER             PIC X(29).
           05 FT-VALOR           PIC X(14).
           05 FT-VALOR-ED REDEFINES FT-VALOR PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(37).

       01 WS-TABELA-COBRANCAS.
           05 WS-COB-ENTRY OCCURS 1000 TIMES.
               10 WS-COB-ALUNO   PIC X(10).
               10 WS-COB-CURSO   PIC X(10).
               10 WS-COB-VALOR   PIC 9(7)V9(2).
       01 WS-TOTAL-COBRANCAS PIC 9(4) VALUE 0.

       01 WS-LOTE            PIC X(19) VALUE SPACES.
       01 WS-I               PIC 9(4).
       01 WS-LIDAS           PIC 9(5) VALUE 0.
       01 WS-LANCADAS        PIC 9(5) VALUE 0.
       01 WS-SOMA-LIDA       PIC 9(9)V9(2) VALUE 0.
       01 WS-SOMA-TRAILER    PIC 9(9)V9(2) VALUE 0.
       01 WS-LINHAS-TRAILER  PIC 9(5) VALUE 0.
       01 WS-TEM-TRAILER     PIC X VALUE "N".
           88 TEM-TRAILER    VALUE "S".
       01 WS-LOTE-REPETIDO   PIC X VALUE "N".
           88 LOTE-REPETIDO  VALUE "S".
       01 WS-VENCIMENTO-DIAS PIC 9(4) VALUE 10.
       01 WS-HOJE            PIC 9(8) VALUE 0.
       01 WS-VENCIMENTO      PIC 9(8) VALUE 0.
       01 WS-DIAS-INTEIROS   PIC 9(8) VALUE 0.
       01 WS-TOTAL-DISP      PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUDIT-MSG       PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR.
           PERFORM LER-VENCIMENTO-DIAS.
           PERFORM LER-EXTRATO.
           IF WS-LOTE = SPACES
               DISPLAY "FATURA-LINHAS.DAT AUSENTE OU SEM O CABECALHO "
                   "DO FATURA-EXTRATO - CARGA CANCELADA."
               STOP RUN
           END-IF.
           IF NOT TEM-TRAILER
               DISPLAY "FATURA-LINHAS.DAT SEM TRAILER - EXTRATO "
                   "INCOMPLETO, CARGA CANCELADA."
               STOP RUN
           END-IF.
           IF WS-LIDAS > WS-TOTAL-COBRANCAS
               DISPLAY "EXTRATO COM MAIS DE 1000 LINHAS - CARGA "
                   "CANCELADA PARA NAO LANCAR PARCIALMENTE."
               STOP RUN
           END-IF.
           IF WS-LIDAS NOT = WS-LINHAS-TRAILER
               OR WS-SOMA-LIDA NOT = WS-SOMA-TRAILER
               MOVE WS-SOMA-LIDA TO WS-TOTAL-DISP
               DISPLAY "LINHAS LIDAS " WS-LIDAS " VALOR "
                   WS-TOTAL-DISP " NAO BATEM COM O TRAILER ("
                   WS-LINHAS-TRAILER " LINHAS) - CARGA CANCELADA."
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           COMPUTE WS-DIAS-INTEIROS =
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-VENCIMENTO-DIAS.
           COMPUTE WS-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS).

           MOVE "STUDENT-LEDGER.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM VERIFICAR-LOTE.
           IF LOTE-REPETIDO
               PERFORM LIBERAR-TRAVA
               DISPLAY "EXTRATO " WS-LOTE " JA FOI CARREGADO NO "
                   "RAZAO - CARGA CANCELADA."
               STOP RUN
           END-IF.
           PERFORM LANCAR-COBRANCAS.
           PERFORM LIBERAR-TRAVA.

           MOVE WS-SOMA-LIDA TO WS-TOTAL-DISP.
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "CARGA COBRANCAS LOTE=" DELIMITED BY SIZE
               WS-LOTE DELIMITED BY SIZE
               " LANCADAS=" DELIMITED BY SIZE
               WS-LANCADAS DELIMITED BY SIZE
               " VALOR=" DELIMITED BY SIZE
               WS-TOTAL-DISP DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY WS-LANCADAS " COBRANCA(S) LANCADA(S) EM "
               "STUDENT-LEDGER.DAT - VALOR " WS-TOTAL-DISP
               " - VENCIMENTO " WS-VENCIMENTO ".".
           STOP RUN.

       LER-VENCIMENTO-DIAS.
           MOVE 10 TO WS-VENCIMENTO-DIAS.
           MOVE SPACES TO WS-REGRA-STATUS.
           OPEN INPUT RECRULE-FILE.
           IF WS-REGRA-STATUS = "00"
               PERFORM UNTIL WS-REGRA-STATUS = "10"
                   READ RECRULE-FILE
                       AT END
                           MOVE "10" TO WS-REGRA-STATUS
                       NOT AT END
                           IF RR-CHAVE = "VENCIMENTO-DIAS"
                               AND RR-VALOR IS NUMERIC
                               MOVE RR-VALOR TO WS-VENCIMENTO-DIAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECRULE-FILE
           END-IF.

      * The invoice lines are recognised by their CREDITOS= label,
      * the summary block is skipped, and the trailer is kept for
      * the balance check.
       LER-EXTRATO.
           MOVE SPACES TO WS-LOTE.
           OPEN INPUT FATURA-FILE.
           IF WS-FATURA-STATUS = "00"
               READ FATURA-FILE
                   AT END
                       MOVE "10" TO WS-FATURA-STATUS
                   NOT AT END
                       IF FATURA-LINE(1:19) = "EXTRATO DE COBRANCA"
                           MOVE FATURA-LINE(35:19) TO WS-LOTE
                       END-IF
               END-READ
               PERFORM UNTIL WS-FATURA-STATUS = "10"
                   OR WS-LOTE = SPACES
                   READ FATURA-FILE
                       AT END
                           MOVE "10" TO WS-FATURA-STATUS
                       NOT AT END
                           MOVE FATURA-LINE TO WS-FATURA-DETALHE
                           PERFORM CLASSIFICAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE FATURA-FILE
           END-IF.

       CLASSIFICAR-LINHA.
           IF FD-ROTULO-CRED = " CREDITOS="
               ADD 1 TO WS-LIDAS
               IF WS-TOTAL-COBRANCAS < 1000
                   ADD 1 TO WS-TOTAL-COBRANCAS
                   MOVE FD-ALUNO TO WS-COB-ALUNO(WS-TOTAL-COBRANCAS)
                   MOVE FD-CURSO TO WS-COB-CURSO(WS-TOTAL-COBRANCAS)
                   MOVE FD-VALOR-ED
                       TO WS-COB-VALOR(WS-TOTAL-COBRANCAS)
                   ADD WS-COB-VALOR(WS-TOTAL-COBRANCAS)
                       TO WS-SOMA-LIDA
               END-IF
           END-IF.
           IF FT-ROTULO = "TRAILER LINHAS="
               MOVE "S" TO WS-TEM-TRAILER
               MOVE FT-LINHAS TO WS-LINHAS-TRAILER
               MOVE FT-VALOR-ED TO WS-SOMA-TRAILER
           END-IF.

      * Read under the ledger lock, so two loads of the same extract
      * cannot both pass.
       VERIFICAR-LOTE.
           MOVE "N" TO WS-LOTE-REPETIDO.
           MOVE SPACES TO WS-LEDGER-STATUS.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                   READ LEDGER-FILE
                       AT END
                           MOVE "10" TO WS-LEDGER-STATUS
                       NOT AT END
                           IF LG-COBRANCA AND LG-LOTE = WS-LOTE
                               MOVE "S" TO WS-LOTE-REPETIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

      * A zero-value line (a trancada billed at zero percent) leaves
      * nothing to collect and is not posted.
       LANCAR-COBRANCAS.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN EXTEND LEDGER-FILE
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-COBRANCAS
               IF WS-COB-VALOR(WS-I) > 0
                   MOVE WS-COB-ALUNO(WS-I) TO LG-STUDENT-ID
                   MOVE "C" TO LG-TIPO
                   MOVE WS-HOJE TO LG-DATA-LANCAMENTO
                   MOVE WS-VENCIMENTO TO LG-VENCIMENTO
                   MOVE WS-COB-VALOR(WS-I) TO LG-VALOR
                   MOVE WS-COB-CURSO(WS-I) TO LG-REFERENCIA
                   MOVE WS-LOTE TO LG-LOTE
                   MOVE WS-OPERADOR TO LG-OPERADOR
                   WRITE LEDGER-RECORD
                   ADD 1 TO WS-LANCADAS
               END-IF
           END-PERFORM.
           CLOSE LEDGER-FILE.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "CARGA-COBR" TO AU-PROGRAM.
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
           MOVE "CARGA-COBR" TO TRAVA-PROGRAMA.
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
