      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Post the bank's daily return file RETORNO-BANCO.DAT
      *          (RETBANCO.cpy) to the student ledger
      *          STUDENT-LEDGER.DAT (RAZAO.cpy). A payment whose
      *          matricula is on STUDENT.DAT becomes a P (pagamento)
      *          posting; one the ledger cannot take - matricula
      *          unknown, invalid amount or date - goes to
      *          PAGAMENTOS-SUSPENSE.DAT (SUSPAGTO.cpy) with the
      *          reason, for RAZAO-ALUNO to resolve. A bank document
      *          already posted or already in suspense is skipped, so
      *          a return file fed twice posts nothing twice. Ledger
      *          and suspense are written under STUDENT-LEDGER.LCK;
      *          one AUDIT-LOG.DAT line per posting batch. When the
      *          documents already handled plus the lines of the
      *          return file would not fit the 2000-entry table the
      *          run is cancelled (RC 16, audited) before anything is
      *          posted, since a document past the table could not be
      *          recognised as repeated.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA-PAGAMENTOS.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-FILE ASSIGN TO "RETORNO-BANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "STUDENT-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "PAGAMENTOS-SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
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
       FD  RETORNO-FILE.
           COPY RETBANCO.

       FD  LEDGER-FILE.
           COPY RAZAO.

       FD  SUSPENSE-FILE.
           COPY SUSPAGTO.

       FD  STUDENT-FILE.
           COPY STUDENT.

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
       77 WS-RETORNO-STATUS  PIC X(2) VALUE SPACES.
       77 WS-LEDGER-STATUS   PIC X(2) VALUE SPACES.
       77 WS-SUSPENSE-STATUS PIC X(2) VALUE SPACES.
       77 WS-STUDENT-STATUS  PIC X(2) VALUE SPACES.
       77 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS  PIC X(2) VALUE SPACES.
       77 WS-OPERADOR        PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO   PIC X VALUE "N".
           88 OPERADOR-LIDO VALUE "S".
       COPY SESRESOL.

       01 WS-TABELA-ALUNOS.
           05 WS-ALUNO-ID OCCURS 100 TIMES PIC X(10).
       01 WS-TOTAL-ALUNOS    PIC 9(3) VALUE 0.

      * Bank documents already on the ledger or in suspense, plus
      * those this run handles as it goes.
       01 WS-TABELA-DOCUMENTOS.
           05 WS-DOC-BAIXADO OCCURS 2000 TIMES PIC X(20).
       01 WS-TOTAL-DOCUMENTOS PIC 9(6) VALUE 0.
       01 WS-MAX-DOCUMENTOS  PIC 9(6) VALUE 2000.
       01 WS-LINHAS-RETORNO  PIC 9(6) VALUE 0.
       01 WS-DOC-LIDO        PIC X(20) VALUE SPACES.

       01 WS-LOTE            PIC X(19) VALUE SPACES.
       01 WS-HOJE            PIC X(8) VALUE SPACES.
       01 WS-I               PIC 9(4).
       01 WS-MOTIVO          PIC X(30) VALUE SPACES.
       01 WS-DOC-REPETIDO    PIC X VALUE "N".
           88 DOC-REPETIDO   VALUE "S".
       01 WS-ALUNO-ACHADO    PIC X VALUE "N".
           88 ALUNO-ACHADO   VALUE "S".
       01 WS-LIDOS           PIC 9(4) VALUE 0.
       01 WS-BAIXADOS        PIC 9(4) VALUE 0.
       01 WS-EM-SUSPENSE     PIC 9(4) VALUE 0.
       01 WS-REPETIDOS       PIC 9(4) VALUE 0.
       01 WS-VALOR-BAIXADO   PIC 9(9)V9(2) VALUE 0.
       01 WS-VALOR-SUSPENSE  PIC 9(9)V9(2) VALUE 0.
       01 WS-TOTAL-DISP      PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-SUSP-DISP       PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUDIT-MSG       PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR.
           PERFORM CARREGAR-ALUNOS.
           OPEN INPUT RETORNO-FILE.
           IF WS-RETORNO-STATUS NOT = "00"
               DISPLAY "ERRO: RETORNO-BANCO.DAT NAO ENCONTRADO "
                   "(STATUS " WS-RETORNO-STATUS "). BAIXA CANCELADA."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-LOTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           PERFORM CONTAR-RETORNO.

           MOVE "STUDENT-LEDGER.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM CARREGAR-DOCUMENTOS.
           IF WS-TOTAL-DOCUMENTOS + WS-LINHAS-RETORNO
               > WS-MAX-DOCUMENTOS
               PERFORM LIBERAR-TRAVA
               CLOSE RETORNO-FILE
               DISPLAY "DOCUMENTOS JA TRATADOS (" WS-TOTAL-DOCUMENTOS
                   ") MAIS AS LINHAS DO RETORNO (" WS-LINHAS-RETORNO
                   ") EXCEDEM A CAPACIDADE DE " WS-MAX-DOCUMENTOS
                   " - BAIXA CANCELADA."
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "BAIXA CANCELADA LOTE=" DELIMITED BY SIZE
                   WS-LOTE DELIMITED BY SIZE
                   " DOCUMENTOS EXCEDEM " DELIMITED BY SIZE
                   WS-MAX-DOCUMENTOS DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN EXTEND LEDGER-FILE
           END-IF.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN EXTEND SUSPENSE-FILE
           END-IF.
           PERFORM UNTIL WS-RETORNO-STATUS = "10"
               READ RETORNO-FILE
                   AT END
                       MOVE "10" TO WS-RETORNO-STATUS
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM BAIXAR-PAGAMENTO
               END-READ
           END-PERFORM.
           CLOSE RETORNO-FILE.
           CLOSE LEDGER-FILE.
           CLOSE SUSPENSE-FILE.
           PERFORM LIBERAR-TRAVA.

           MOVE WS-VALOR-BAIXADO TO WS-TOTAL-DISP.
           MOVE WS-VALOR-SUSPENSE TO WS-SUSP-DISP.
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "BAIXA LOTE=" DELIMITED BY SIZE
               WS-LOTE DELIMITED BY SIZE
               " BAIXADOS=" DELIMITED BY SIZE
               WS-BAIXADOS DELIMITED BY SIZE
               " VALOR=" DELIMITED BY SIZE
               WS-TOTAL-DISP DELIMITED BY SIZE
               " SUSPENSE=" DELIMITED BY SIZE
               WS-EM-SUSPENSE DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY "LOTE " WS-LOTE.
           DISPLAY "PAGAMENTOS LIDOS:      " WS-LIDOS.
           DISPLAY "BAIXADOS NO RAZAO:     " WS-BAIXADOS
               " VALOR " WS-TOTAL-DISP.
           DISPLAY "EM SUSPENSE:           " WS-EM-SUSPENSE
               " VALOR " WS-SUSP-DISP
               " (PAGAMENTOS-SUSPENSE.DAT)".
           DISPLAY "JA TRATADOS (IGNORADOS): " WS-REPETIDOS.
           STOP RUN.

       BAIXAR-PAGAMENTO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE "N" TO WS-DOC-REPETIDO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-DOCUMENTOS
               IF WS-DOC-BAIXADO(WS-I) = RB-DOCUMENTO
                   MOVE "S" TO WS-DOC-REPETIDO
               END-IF
           END-PERFORM.
           IF DOC-REPETIDO
               ADD 1 TO WS-REPETIDOS
           ELSE
               IF RB-VALOR NOT NUMERIC OR RB-VALOR = 0
                   MOVE "VALOR INVALIDO" TO WS-MOTIVO
               END-IF
               IF WS-MOTIVO = SPACES AND RB-DATA-PAGTO NOT NUMERIC
                   MOVE "DATA DE PAGAMENTO INVALIDA" TO WS-MOTIVO
               END-IF
               IF WS-MOTIVO = SPACES
                   PERFORM LOCALIZAR-ALUNO
                   IF NOT ALUNO-ACHADO
                       MOVE "MATRICULA NAO CADASTRADA"
                           TO WS-MOTIVO
                   END-IF
               END-IF
               IF WS-MOTIVO = SPACES
                   PERFORM LANCAR-PAGAMENTO
               ELSE
                   PERFORM GRAVAR-SUSPENSE
               END-IF
           END-IF.

       LANCAR-PAGAMENTO.
           MOVE RB-MATRICULA TO LG-STUDENT-ID.
           MOVE "P" TO LG-TIPO.
           MOVE WS-HOJE TO LG-DATA-LANCAMENTO.
           MOVE RB-DATA-PAGTO TO LG-VENCIMENTO.
           MOVE RB-VALOR TO LG-VALOR.
           MOVE RB-DOCUMENTO TO LG-REFERENCIA.
           MOVE WS-LOTE TO LG-LOTE.
           MOVE WS-OPERADOR TO LG-OPERADOR.
           WRITE LEDGER-RECORD.
           ADD 1 TO WS-BAIXADOS.
           ADD RB-VALOR TO WS-VALOR-BAIXADO.
           ADD 1 TO WS-TOTAL-DOCUMENTOS.
           MOVE RB-DOCUMENTO TO WS-DOC-BAIXADO(WS-TOTAL-DOCUMENTOS).

       GRAVAR-SUSPENSE.
           MOVE RB-DOCUMENTO TO SP-DOCUMENTO.
           MOVE RB-MATRICULA TO SP-MATRICULA.
           MOVE RB-DATA-PAGTO TO SP-DATA-PAGTO.
           IF RB-VALOR NUMERIC
               MOVE RB-VALOR TO SP-VALOR
               ADD RB-VALOR TO WS-VALOR-SUSPENSE
           ELSE
               MOVE 0 TO SP-VALOR
           END-IF.
           MOVE WS-MOTIVO TO SP-MOTIVO.
           MOVE WS-LOTE TO SP-LOTE.
           MOVE "P" TO SP-SITUACAO.
           MOVE SPACES TO SP-RESOLVIDO-PARA.
           WRITE SUSPENSE-RECORD.
           ADD 1 TO WS-EM-SUSPENSE.
           ADD 1 TO WS-TOTAL-DOCUMENTOS.
           MOVE RB-DOCUMENTO TO WS-DOC-BAIXADO(WS-TOTAL-DOCUMENTOS).

       LOCALIZAR-ALUNO.
           MOVE "N" TO WS-ALUNO-ACHADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               IF WS-ALUNO-ID(WS-I) = RB-MATRICULA
                   MOVE "S" TO WS-ALUNO-ACHADO
               END-IF
           END-PERFORM.

       CARREGAR-ALUNOS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   OR WS-TOTAL-ALUNOS = 100
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-ALUNOS
                           MOVE ST-STUDENT-ID
                               TO WS-ALUNO-ID(WS-TOTAL-ALUNOS)
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      * The return file is read once to count its lines, then reopened
      * for the posting pass.
       CONTAR-RETORNO.
           MOVE 0 TO WS-LINHAS-RETORNO.
           PERFORM UNTIL WS-RETORNO-STATUS = "10"
               READ RETORNO-FILE
                   AT END
                       MOVE "10" TO WS-RETORNO-STATUS
                   NOT AT END
                       ADD 1 TO WS-LINHAS-RETORNO
               END-READ
           END-PERFORM.
           CLOSE RETORNO-FILE.
           OPEN INPUT RETORNO-FILE.

      * The count runs past the table on purpose: the caller cancels
      * the run when it would not hold every document.
       CARREGAR-DOCUMENTOS.
           MOVE SPACES TO WS-LEDGER-STATUS.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                   READ LEDGER-FILE
                       AT END
                           MOVE "10" TO WS-LEDGER-STATUS
                       NOT AT END
                           IF LG-PAGAMENTO
                               MOVE LG-REFERENCIA TO WS-DOC-LIDO
                               PERFORM GUARDAR-DOCUMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.
           MOVE SPACES TO WS-SUSPENSE-STATUS.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "00"
               PERFORM UNTIL WS-SUSPENSE-STATUS = "10"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "10" TO WS-SUSPENSE-STATUS
                       NOT AT END
                           MOVE SP-DOCUMENTO TO WS-DOC-LIDO
                           PERFORM GUARDAR-DOCUMENTO
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       GUARDAR-DOCUMENTO.
           ADD 1 TO WS-TOTAL-DOCUMENTOS.
           IF WS-TOTAL-DOCUMENTOS <= WS-MAX-DOCUMENTOS
               MOVE WS-DOC-LIDO TO WS-DOC-BAIXADO(WS-TOTAL-DOCUMENTOS)
           END-IF.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "BAIXA-PAGTOS" TO AU-PROGRAM.
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
           MOVE "BAIXA-PAGTOS" TO TRAVA-PROGRAMA.
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
