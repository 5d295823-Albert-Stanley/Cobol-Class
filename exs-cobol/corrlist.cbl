      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Marking of the workshop problem sets (GERADOR-LISTAS)
      *          from the answers handed back, instead of the
      *          instructor checking sheet by sheet. Each line of
      *          RESPOSTAS-ENTRADA.DAT (RESPLIST.cpy) - matricula,
      *          set id, problem, answer - is edited (matricula on
      *          STUDENT.DAT and active, set on LISTAS-GERADAS.DAT,
      *          problem inside the set, answer numeric, no repeat,
      *          set not already marked for the student) and
      *          compared with the key in GABARITOS.DAT within the
      *          topic's tolerance (TOLERANCIAS-LISTAS.DAT,
      *          TOLERLST.cpy); refused lines go to
      *          RESPOSTAS-REJEITOS.DAT with the reason. Per student
      *          and set the score is the share of the set's
      *          problems answered right on the 0-10 scale (a
      *          problem left blank counts as missed), judged against
      *          the OFICINA cutoff in THRESHOLD.DAT, and posted to
      *          STUDENT-GRADES.DAT under SG-PROGRAMA-ID OFICINA -
      *          NOTA-1 and SG-MEDIA the score - with the keyed
      *          mirror and the pending-changes feed, so NOTAS-DELTA,
      *          the transcript and the gradebook take it like any
      *          other course. Each marked pair is kept in
      *          CORRECOES-LISTAS.DAT (CORRLIST.cpy) and refused on a
      *          second feed. CORRECAO-LISTAS.DAT (PRTHDR.cpy) lists
      *          the scores and, per set, the miss rate of every
      *          problem, so the instructor sees which exercises the
      *          class did not get. The OFICINA cutoff is the line
      *          in force for the open term (RULEVIG.cpy). More
      *          answer keys or marked pairs than the 2000-entry
      *          tables hold cancel the run (RC 16, audited) before
      *          any line is marked, so a repeated feed cannot slip
      *          past the already-marked check.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRIGE-LISTAS.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "RESPOSTAS-ENTRADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT REJEITO-FILE ASSIGN TO "RESPOSTAS-REJEITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJEITO-STATUS.
           SELECT GABARITO-FILE ASSIGN TO "GABARITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GABARITO-STATUS.
           SELECT LISTAGER-FILE ASSIGN TO "LISTAS-GERADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTAGER-STATUS.
           SELECT CORRECAO-FILE ASSIGN TO "CORRECOES-LISTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECAO-STATUS.
           SELECT TOLERANCIA-FILE ASSIGN TO "TOLERANCIAS-LISTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLERANCIA-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT TURMAHST-FILE ASSIGN TO "TURMA-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAHST-STATUS.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENT-GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.
           SELECT GRADES-IX-FILE ASSIGN TO "STUDENT-GRADES-IX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-CHAVE
               FILE STATUS IS WS-GX-STATUS.
           SELECT DELTA-FILE ASSIGN TO "GRADES-PENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "THRESHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-STATUS.
           SELECT DAY-FILE ASSIGN TO "DAY-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIA-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT TERMCAL-FILE ASSIGN TO "TERM-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMCAL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CORRECAO-LISTAS.DAT"
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
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
           COPY RESPLIST.

       FD  REJEITO-FILE.
       01 REJEITO-RECORD.
           05 RJ-LINHA           PIC X(36).
           05 RJ-SEP             PIC X(09).
           05 RJ-MOTIVO          PIC X(40).

       FD  GABARITO-FILE.
           COPY GABARITO.

       FD  LISTAGER-FILE.
           COPY LISTAGER.

       FD  CORRECAO-FILE.
           COPY CORRLIST.

       FD  TOLERANCIA-FILE.
           COPY TOLERLST.

       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  TURMAHST-FILE.
           COPY TURMAHST.

       FD  STUDENT-GRADES-FILE.
           COPY STDGRADE.

       FD  GRADES-IX-FILE.
           COPY STDGRIX.

       FD  DELTA-FILE.
           COPY DELTA.

       FD  THRESHOLD-FILE.
           COPY THRESH.

       FD  DAY-FILE.
           COPY DAYSTATE.

       FD  TERM-FILE.
           COPY TERM.

       FD  TERMCAL-FILE.
           COPY TERMCAL.

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

       FD  LOCK-FILE.
           COPY TRAVREC.

       WORKING-STORAGE SECTION.
       77 WS-ENTRADA-STATUS   PIC X(2) VALUE SPACES.
       77 WS-REJEITO-STATUS   PIC X(2) VALUE SPACES.
       77 WS-GABARITO-STATUS  PIC X(2) VALUE SPACES.
       77 WS-LISTAGER-STATUS  PIC X(2) VALUE SPACES.
       77 WS-CORRECAO-STATUS  PIC X(2) VALUE SPACES.
       77 WS-TOLERANCIA-STATUS PIC X(2) VALUE SPACES.
       77 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-TURMAHST-STATUS  PIC X(2) VALUE SPACES.
       77 WS-SG-STATUS        PIC X(2) VALUE SPACES.
       77 WS-GX-STATUS        PIC X(2) VALUE SPACES.
       77 WS-DELTA-STATUS     PIC X(2) VALUE SPACES.
       77 WS-GX-GRAVOU        PIC X VALUE "N".
           88 GX-GRAVADA      VALUE "S".
       77 WS-THRESHOLD-STATUS PIC X(2) VALUE SPACES.
       77 WS-DIA-STATUS       PIC X(2) VALUE SPACES.
       77 WS-DIA-FECHADO      PIC X VALUE "N".
           88 DIA-FECHADO     VALUE "S".
       77 WS-TERM-STATUS      PIC X(2) VALUE SPACES.
       77 WS-TERMCAL-STATUS   PIC X(2) VALUE SPACES.
       77 WS-HOJE             PIC X(8) VALUE SPACES.
       77 WS-JANELA-ACHADA    PIC X VALUE "N".
           88 JANELA-ACHADA   VALUE "S".
       77 WS-TC-INICIO        PIC X(8) VALUE SPACES.
       77 WS-TC-PRAZO         PIC X(8) VALUE SPACES.
       77 WS-TC-TARDIA        PIC X VALUE "A".
       77 WS-TARDIO           PIC X VALUE "N".
           88 LANCAMENTO-TARDIO VALUE "S".
       77 WS-MELHOR-DATA      PIC X(8) VALUE SPACES.
       77 WS-TERMO-ATUAL      PIC X(6) VALUE SPACES.
       77 WS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS   PIC X(2) VALUE SPACES.
       77 WS-OPERADOR         PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO    PIC X VALUE "N".
           88 OPERADOR-LIDO   VALUE "S".
       COPY SESRESOL.
       COPY LOCKF.
       COPY AUDCHAIN.
       COPY RULEVIG.
       COPY PRTHDR.
       01 WS-PRINT-LINE       PIC X(100) VALUE SPACES.

      * The workshop is posted as a course of its own.
       77 WS-CURSO-OFICINA    PIC X(10) VALUE "OFICINA".
       77 WS-CUTOFF           PIC 9(2)V9(2) VALUE 6.
       77 WS-AUDIT-MSG        PIC X(90) VALUE SPACES.
       77 WS-MOTIVO           PIC X(40) VALUE SPACES.

      * Answer keys of every generated set (GABARITO.cpy), keyed by
      * set id and problem.
       01 WS-TABELA-GABARITOS.
           05 WS-GB-ENTRY OCCURS 2000 TIMES.
               10 WS-GB-CHAVE     PIC X(10).
               10 WS-GB-TOPICO    PIC 9(01).
               10 WS-GB-RESPOSTA  PIC S9(09)V9(05).
       01 WS-TOTAL-GABARITOS  PIC 9(4) VALUE 0.
       01 WS-GABARITOS-FORA   PIC 9(6) VALUE 0.
       01 WS-GB-BUSCA         PIC X(10) VALUE SPACES.
       01 WS-GB-ACHADO        PIC 9(4) VALUE 0.

      * The generated sets (LISTAGER.cpy) and whether this run
      * marked any answer of each.
       01 WS-TABELA-LISTAS.
           05 WS-LS-ENTRY OCCURS 500 TIMES.
               10 WS-LS-ID        PIC X(08).
               10 WS-LS-TOPICO    PIC 9(01).
               10 WS-LS-QTDE      PIC 9(02).
               10 WS-LS-USADA     PIC X(01).
       01 WS-TOTAL-LISTAS     PIC 9(3) VALUE 0.
       01 WS-LISTA-ACHADA     PIC 9(3) VALUE 0.

       01 WS-TABELA-ALUNOS.
           05 WS-ALUNO-ENTRY OCCURS 1000 TIMES.
               10 WS-ALUNO-ID     PIC X(10).
               10 WS-ALUNO-STATUS PIC X(01).
               10 WS-ALUNO-TURMA  PIC X(04).
       01 WS-TOTAL-ALUNOS     PIC 9(4) VALUE 0.
       01 WS-ALUNO-ACHADO     PIC 9(4) VALUE 0.
       01 WS-ALUNO-SITUACAO   PIC X VALUE "X".
           88 ALUNO-ATIVO     VALUE "A", " ".
           88 ALUNO-INATIVO   VALUE "I".
           88 ALUNO-FORMADO   VALUE "G".
           88 ALUNO-AUSENTE   VALUE "X".

      * Student and set pairs marked on earlier runs.
       01 WS-TABELA-CORRIGIDAS.
           05 WS-CORRIGIDA-CHAVE PIC X(18) OCCURS 2000 TIMES.
       01 WS-TOTAL-CORRIGIDAS PIC 9(4) VALUE 0.
       01 WS-CORRIGIDAS-FORA  PIC 9(6) VALUE 0.
       01 WS-PAR-BUSCA        PIC X(18) VALUE SPACES.

       01 WS-TOLERANCIAS.
           05 WS-TOLERANCIA   PIC 9(03)V9(05) OCCURS 5 TIMES.

      * Student and set pairs marked in this run: one mark per
      * problem - C right, E wrong, space not answered.
       01 WS-TABELA-PARES.
           05 WS-PR-ENTRY OCCURS 500 TIMES.
               10 WS-PR-CHAVE.
                   15 WS-PR-ALUNO     PIC X(10).
                   15 WS-PR-LISTA     PIC X(08).
               10 WS-PR-IDX-LISTA     PIC 9(03).
               10 WS-PR-IDX-ALUNO     PIC 9(04).
               10 WS-PR-MARCA         PIC X(01) OCCURS 20 TIMES.
               10 WS-PR-ACERTOS       PIC 9(02).
               10 WS-PR-NOTA          PIC 9(02)V9(02).
               10 WS-PR-RESULTADO     PIC X(09).
       01 WS-TOTAL-PARES      PIC 9(3) VALUE 0.
       01 WS-PAR-ACHADO       PIC 9(3) VALUE 0.

       01 WS-I                PIC 9(4) VALUE 0.
       01 WS-J                PIC 9(4) VALUE 0.
       01 WS-K                PIC 9(4) VALUE 0.
       01 WS-P                PIC 9(2) VALUE 0.

      * The answer as written, checked character by character before
      * NUMVAL sees it: optional sign first, digits, at most one
      * decimal comma, no gap inside the number.
       01 WS-RESP-TEXTO       PIC X(16) VALUE SPACES.
       01 WS-RESP-VALOR       PIC S9(09)V9(05) VALUE 0.
       01 WS-RESP-DIFERENCA   PIC S9(09)V9(05) VALUE 0.
       01 WS-RESP-C           PIC 9(2) VALUE 0.
       01 WS-RESP-DIGITOS     PIC 9(2) VALUE 0.
       01 WS-RESP-VIRGULAS    PIC 9(2) VALUE 0.
       01 WS-RESP-FASE        PIC X VALUE "I".
           88 RESP-ANTES      VALUE "I".
           88 RESP-DENTRO     VALUE "D".
           88 RESP-DEPOIS     VALUE "F".
       01 WS-RESP-OK          PIC X VALUE "S".
           88 RESP-OK         VALUE "S".

       01 WS-TURMA-POSTAGEM   PIC X(4) VALUE SPACES.
       01 WS-TURMA-CADASTRO   PIC X(4) VALUE SPACES.
       01 WS-ALUNO-POSTAGEM   PIC X(10) VALUE SPACES.

       01 WS-LIDAS            PIC 9(5) VALUE 0.
       01 WS-ACEITAS          PIC 9(5) VALUE 0.
       01 WS-REJEITADAS       PIC 9(5) VALUE 0.
       01 WS-POSTADAS         PIC 9(4) VALUE 0.

      * Miss rate of one problem across the students of the set.
       01 WS-ALUNOS-LISTA     PIC 9(3) VALUE 0.
       01 WS-ACERTOS-PROB     PIC 9(3) VALUE 0.
       01 WS-ERROS-PROB       PIC 9(3) VALUE 0.
       01 WS-BRANCOS-PROB     PIC 9(3) VALUE 0.
       01 WS-TAXA-ERRO        PIC 9(3)V9 VALUE 0.

       01 WS-NOMES-TOPICO.
           05 FILLER PIC X(20) VALUE "EQUACAO DO 2 GRAU".
           05 FILLER PIC X(20) VALUE "PROXIMOS PRIMOS".
           05 FILLER PIC X(20) VALUE "PARES E IMPARES".
           05 FILLER PIC X(20) VALUE "AREAS".
           05 FILLER PIC X(20) VALUE "TRIGONOMETRIA".
       01 WS-TABELA-TOPICO REDEFINES WS-NOMES-TOPICO.
           05 WS-NOME-TOPICO PIC X(20) OCCURS 5 TIMES.

       01 WS-NOTA-DISP        PIC Z9,99.
       01 WS-TAXA-DISP        PIC ZZ9,9.
       01 WS-CONT-DISP        PIC ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICAR-DIA-ABERTO.
           PERFORM LER-TERMO-ABERTO.
           IF WS-TERMO-ATUAL = SPACES
               DISPLAY "NENHUM TERMO LETIVO ABERTO EM "
                   "ACADEMIC-TERM.DAT. CORRECAO NAO PODE SER "
                   "LANCADA."
               STOP RUN
           END-IF.
           PERFORM VERIFICAR-JANELA-TERMO.

           OPEN INPUT ENTRADA-FILE.
           IF WS-ENTRADA-STATUS NOT = "00"
               DISPLAY "ERRO: RESPOSTAS-ENTRADA.DAT NAO ENCONTRADO "
                   "(STATUS " WS-ENTRADA-STATUS "). CORRECAO "
                   "CANCELADA."
               STOP RUN
           END-IF.

      * Held for the whole run: the already-marked check below is
      * only good while no other run can mark the same pairs.
           MOVE "CORRECOES-LISTAS.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.

           PERFORM CARREGAR-GABARITOS.
           PERFORM CARREGAR-LISTAS.
           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-CORRIGIDAS.
           PERFORM CARREGAR-TOLERANCIAS.
           PERFORM LER-LIMITE-APROVACAO.
           IF WS-GABARITOS-FORA > 0 OR WS-CORRIGIDAS-FORA > 0
               PERFORM CANCELAR-POR-CAPACIDADE
           END-IF.

           OPEN OUTPUT REJEITO-FILE.
           READ ENTRADA-FILE
               AT END MOVE "10" TO WS-ENTRADA-STATUS
           END-READ.
           PERFORM UNTIL WS-ENTRADA-STATUS = "10"
               ADD 1 TO WS-LIDAS
               PERFORM CRITICAR-RESPOSTA
               IF WS-MOTIVO = SPACES
                   ADD 1 TO WS-ACEITAS
               ELSE
                   ADD 1 TO WS-REJEITADAS
                   MOVE RESPOSTA-LISTA-RECORD TO RJ-LINHA
                   MOVE " MOTIVO: " TO RJ-SEP
                   MOVE WS-MOTIVO TO RJ-MOTIVO
                   WRITE REJEITO-RECORD
               END-IF
               READ ENTRADA-FILE
                   AT END MOVE "10" TO WS-ENTRADA-STATUS
               END-READ
           END-PERFORM.
           CLOSE ENTRADA-FILE.
           CLOSE REJEITO-FILE.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-PARES
               PERFORM POSTAR-NOTA-PAR
           END-PERFORM.
           PERFORM IMPRIMIR-RELATORIO.

           MOVE "CORRECOES-LISTAS.LCK" TO WS-LOCK-NOME.
           PERFORM LIBERAR-TRAVA.

           DISPLAY "RESPOSTAS LIDAS:      " WS-LIDAS.
           DISPLAY "RESPOSTAS ACEITAS:    " WS-ACEITAS.
           DISPLAY "RESPOSTAS REJEITADAS: " WS-REJEITADAS
               " (RESPOSTAS-REJEITOS.DAT)".
           DISPLAY "NOTAS LANCADAS:       " WS-POSTADAS
               " (CURSO " WS-CURSO-OFICINA ")".
           DISPLAY "RELATORIO EM CORRECAO-LISTAS.DAT - EXECUTE "
               "NOTAS-DELTA PARA ATUALIZAR O SNAPSHOT.".
           STOP RUN.

      * Keys or marked pairs past the tables would let an answer be
      * refused for want of a key, or a pair be marked a second time.
       CANCELAR-POR-CAPACIDADE.
           CLOSE ENTRADA-FILE.
           MOVE "CORRECOES-LISTAS.LCK" TO WS-LOCK-NOME.
           PERFORM LIBERAR-TRAVA.
           IF WS-GABARITOS-FORA > 0
               DISPLAY "GABARITOS.DAT TEM " WS-GABARITOS-FORA
                   " LINHA(S) ALEM DA CAPACIDADE DE 2000."
           END-IF.
           IF WS-CORRIGIDAS-FORA > 0
               DISPLAY "CORRECOES-LISTAS.DAT TEM " WS-CORRIGIDAS-FORA
                   " LINHA(S) ALEM DA CAPACIDADE DE 2000."
           END-IF.
           DISPLAY "CORRECAO CANCELADA - NENHUMA NOTA LANCADA.".
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "CORRECAO CANCELADA: GABARITOS ALEM="
               DELIMITED BY SIZE
               WS-GABARITOS-FORA DELIMITED BY SIZE
               " CORRECOES ALEM=" DELIMITED BY SIZE
               WS-CORRIGIDAS-FORA DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * Edits of one answer line; WS-MOTIVO left blank means it was
      * accepted and marked against the key.
      ******************************************************************
       CRITICAR-RESPOSTA.
           MOVE SPACES TO WS-MOTIVO.
           IF RP-STUDENT-ID = SPACES
               MOVE "MATRICULA EM BRANCO" TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO = SPACES
               PERFORM LOCALIZAR-ALUNO
               IF ALUNO-AUSENTE
                   MOVE "MATRICULA NAO CONSTA EM STUDENT.DAT"
                       TO WS-MOTIVO
               END-IF
               IF ALUNO-INATIVO
                   MOVE "ALUNO INATIVO" TO WS-MOTIVO
               END-IF
               IF ALUNO-FORMADO
                   MOVE "ALUNO FORMADO" TO WS-MOTIVO
               END-IF
           END-IF.

           IF WS-MOTIVO = SPACES
               PERFORM LOCALIZAR-LISTA
               IF WS-LISTA-ACHADA = 0
                   MOVE "LISTA NAO CONSTA EM LISTAS-GERADAS.DAT"
                       TO WS-MOTIVO
               END-IF
           END-IF.

           IF WS-MOTIVO = SPACES
               IF RP-PROBLEMA IS NOT NUMERIC
                   MOVE "NUMERO DO PROBLEMA INVALIDO" TO WS-MOTIVO
               ELSE
                   IF RP-PROBLEMA-NUM = 0
                       OR RP-PROBLEMA-NUM > WS-LS-QTDE(WS-LISTA-ACHADA)
                       MOVE "PROBLEMA FORA DA LISTA" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

           IF WS-MOTIVO = SPACES
               MOVE RP-STUDENT-ID TO WS-PAR-BUSCA(1:10)
               MOVE RP-ID-LISTA TO WS-PAR-BUSCA(11:8)
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TOTAL-CORRIGIDAS
                   IF WS-CORRIGIDA-CHAVE(WS-K) = WS-PAR-BUSCA
                       MOVE "LISTA JA CORRIGIDA PARA O ALUNO"
                           TO WS-MOTIVO
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-MOTIVO = SPACES
               PERFORM VALIDAR-RESPOSTA
           END-IF.

           IF WS-MOTIVO = SPACES
               MOVE RP-ID-LISTA TO WS-GB-BUSCA(1:8)
               MOVE RP-PROBLEMA TO WS-GB-BUSCA(9:2)
               MOVE 0 TO WS-GB-ACHADO
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TOTAL-GABARITOS
                   IF WS-GB-CHAVE(WS-K) = WS-GB-BUSCA
                       MOVE WS-K TO WS-GB-ACHADO
                   END-IF
               END-PERFORM
               IF WS-GB-ACHADO = 0
                   MOVE "PROBLEMA SEM GABARITO EM GABARITOS.DAT"
                       TO WS-MOTIVO
               END-IF
           END-IF.

           IF WS-MOTIVO = SPACES
               PERFORM LOCALIZAR-PAR
           END-IF.

           IF WS-MOTIVO = SPACES
               IF WS-PR-MARCA(WS-PAR-ACHADO, RP-PROBLEMA-NUM)
                   NOT = SPACE
                   MOVE "RESPOSTA DUPLICADA PARA O PROBLEMA"
                       TO WS-MOTIVO
               ELSE
                   PERFORM CONFERIR-RESPOSTA
               END-IF
           END-IF.

       VALIDAR-RESPOSTA.
           MOVE RP-RESPOSTA TO WS-RESP-TEXTO.
           INSPECT WS-RESP-TEXTO REPLACING ALL "." BY ",".
           MOVE "S" TO WS-RESP-OK.
           MOVE "I" TO WS-RESP-FASE.
           MOVE 0 TO WS-RESP-DIGITOS.
           MOVE 0 TO WS-RESP-VIRGULAS.
           PERFORM VARYING WS-RESP-C FROM 1 BY 1 UNTIL WS-RESP-C > 16
               EVALUATE TRUE
                   WHEN WS-RESP-TEXTO(WS-RESP-C:1) = SPACE
                       IF RESP-DENTRO
                           MOVE "F" TO WS-RESP-FASE
                       END-IF
                   WHEN RESP-DEPOIS
                       MOVE "N" TO WS-RESP-OK
                   WHEN WS-RESP-TEXTO(WS-RESP-C:1) IS NUMERIC
                       ADD 1 TO WS-RESP-DIGITOS
                       MOVE "D" TO WS-RESP-FASE
                   WHEN WS-RESP-TEXTO(WS-RESP-C:1) = ","
                       ADD 1 TO WS-RESP-VIRGULAS
                       MOVE "D" TO WS-RESP-FASE
                   WHEN (WS-RESP-TEXTO(WS-RESP-C:1) = "-"
                         OR WS-RESP-TEXTO(WS-RESP-C:1) = "+")
                         AND RESP-ANTES
                       MOVE "D" TO WS-RESP-FASE
                   WHEN OTHER
                       MOVE "N" TO WS-RESP-OK
               END-EVALUATE
           END-PERFORM.
           IF WS-RESP-TEXTO = SPACES
               MOVE "RESPOSTA EM BRANCO" TO WS-MOTIVO
           ELSE
               IF NOT RESP-OK OR WS-RESP-DIGITOS = 0
                   OR WS-RESP-VIRGULAS > 1
                   MOVE "RESPOSTA NAO NUMERICA" TO WS-MOTIVO
               ELSE
                   COMPUTE WS-RESP-VALOR =
                       FUNCTION NUMVAL(WS-RESP-TEXTO)
               END-IF
           END-IF.

      * Right when the answer sits within the topic's tolerance of
      * the key.
       CONFERIR-RESPOSTA.
           COMPUTE WS-RESP-DIFERENCA = FUNCTION ABS(
               WS-RESP-VALOR - WS-GB-RESPOSTA(WS-GB-ACHADO)).
           IF WS-RESP-DIFERENCA <=
               WS-TOLERANCIA(WS-GB-TOPICO(WS-GB-ACHADO))
               MOVE "C" TO WS-PR-MARCA(WS-PAR-ACHADO, RP-PROBLEMA-NUM)
           ELSE
               MOVE "E" TO WS-PR-MARCA(WS-PAR-ACHADO, RP-PROBLEMA-NUM)
           END-IF.

       LOCALIZAR-ALUNO.
           MOVE "X" TO WS-ALUNO-SITUACAO.
           MOVE 0 TO WS-ALUNO-ACHADO.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-ALUNOS
               IF WS-ALUNO-ID(WS-K) = RP-STUDENT-ID
                   MOVE WS-ALUNO-STATUS(WS-K) TO WS-ALUNO-SITUACAO
                   MOVE WS-K TO WS-ALUNO-ACHADO
               END-IF
           END-PERFORM.

       LOCALIZAR-LISTA.
           MOVE 0 TO WS-LISTA-ACHADA.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-LISTAS
               IF WS-LS-ID(WS-K) = RP-ID-LISTA
                   MOVE WS-K TO WS-LISTA-ACHADA
               END-IF
           END-PERFORM.

       LOCALIZAR-PAR.
           MOVE 0 TO WS-PAR-ACHADO.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-PARES
               IF WS-PR-CHAVE(WS-K) = WS-PAR-BUSCA
                   MOVE WS-K TO WS-PAR-ACHADO
               END-IF
           END-PERFORM.
           IF WS-PAR-ACHADO = 0
               IF WS-TOTAL-PARES >= 500
                   MOVE "LOTE EXCEDE 500 CORRECOES ALUNO/LISTA"
                       TO WS-MOTIVO
               ELSE
                   ADD 1 TO WS-TOTAL-PARES
                   MOVE WS-TOTAL-PARES TO WS-PAR-ACHADO
                   MOVE WS-PAR-BUSCA TO WS-PR-CHAVE(WS-PAR-ACHADO)
                   MOVE WS-LISTA-ACHADA
                       TO WS-PR-IDX-LISTA(WS-PAR-ACHADO)
                   MOVE WS-ALUNO-ACHADO
                       TO WS-PR-IDX-ALUNO(WS-PAR-ACHADO)
                   PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 20
                       MOVE SPACE TO WS-PR-MARCA(WS-PAR-ACHADO, WS-P)
                   END-PERFORM
                   MOVE 0 TO WS-PR-ACERTOS(WS-PAR-ACHADO)
                   MOVE 0 TO WS-PR-NOTA(WS-PAR-ACHADO)
                   MOVE SPACES TO WS-PR-RESULTADO(WS-PAR-ACHADO)
                   MOVE "S" TO WS-LS-USADA(WS-LISTA-ACHADA)
               END-IF
           END-IF.

      ******************************************************************
      * Score of one student on one set, posted as an OFICINA row.
      ******************************************************************
       POSTAR-NOTA-PAR.
           MOVE WS-PR-IDX-LISTA(WS-I) TO WS-J.
           MOVE 0 TO WS-PR-ACERTOS(WS-I).
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-LS-QTDE(WS-J)
               IF WS-PR-MARCA(WS-I, WS-P) = "C"
                   ADD 1 TO WS-PR-ACERTOS(WS-I)
               END-IF
           END-PERFORM.
           COMPUTE WS-PR-NOTA(WS-I) ROUNDED =
               WS-PR-ACERTOS(WS-I) * 10 / WS-LS-QTDE(WS-J).
           IF WS-PR-NOTA(WS-I) >= WS-CUTOFF
               MOVE "APROVADO" TO WS-PR-RESULTADO(WS-I)
           ELSE
               MOVE "REPROVADO" TO WS-PR-RESULTADO(WS-I)
           END-IF.
           MOVE WS-PR-ALUNO(WS-I) TO WS-ALUNO-POSTAGEM.
           MOVE WS-ALUNO-TURMA(WS-PR-IDX-ALUNO(WS-I))
               TO WS-TURMA-CADASTRO.
           PERFORM OBTER-TURMA-VIGENTE.

           MOVE WS-PR-ALUNO(WS-I) TO SG-STUDENT-ID.
           MOVE WS-CURSO-OFICINA TO SG-PROGRAMA-ID.
           MOVE WS-PR-NOTA(WS-I) TO SG-NOTA-1.
           MOVE ZERO TO SG-NOTA-2.
           MOVE ZERO TO SG-NOTA-3.
           MOVE WS-PR-NOTA(WS-I) TO SG-MEDIA.
           MOVE WS-PR-RESULTADO(WS-I) TO SG-RESULTADO.
           MOVE FUNCTION CURRENT-DATE(1:19) TO SG-DATA-HORA.
           MOVE WS-TERMO-ATUAL TO SG-TERMO.
           MOVE "A" TO SG-SITUACAO.
           IF LANCAMENTO-TARDIO
               MOVE "TRD" TO SG-MOTIVO-AJUSTE
           ELSE
               MOVE SPACES TO SG-MOTIVO-AJUSTE
           END-IF.
           MOVE WS-TURMA-POSTAGEM TO SG-TURMA.

           MOVE "STUDENT-GRADES.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           OPEN EXTEND STUDENT-GRADES-FILE.
           IF WS-SG-STATUS = "35"
               OPEN OUTPUT STUDENT-GRADES-FILE
               CLOSE STUDENT-GRADES-FILE
               OPEN EXTEND STUDENT-GRADES-FILE
           END-IF.
           PERFORM LER-OPERADOR.
           MOVE WS-OPERADOR TO SG-OPERADOR.
           WRITE STUDENT-GRADE-RECORD.
           CLOSE STUDENT-GRADES-FILE.
           PERFORM GRAVAR-NOTA-INDEXADA.
           PERFORM GRAVAR-PENDENCIA.
           PERFORM LIBERAR-TRAVA.

           PERFORM GRAVAR-CORRECAO.
           ADD 1 TO WS-POSTADAS.

           MOVE WS-PR-NOTA(WS-I) TO WS-NOTA-DISP.
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "OFICINA ALUNO=" DELIMITED BY SIZE
               WS-PR-ALUNO(WS-I) DELIMITED BY SIZE
               " LISTA=" DELIMITED BY SIZE
               WS-PR-LISTA(WS-I) DELIMITED BY SIZE
               " ACERTOS=" DELIMITED BY SIZE
               WS-PR-ACERTOS(WS-I) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-LS-QTDE(WS-J) DELIMITED BY SIZE
               " NOTA=" DELIMITED BY SIZE
               WS-NOTA-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PR-RESULTADO(WS-I) DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.

      * Keyed mirror of the append (see STDGRIX.cpy), still inside
      * the STUDENT-GRADES lock; a mirror not yet built is skipped.
       GRAVAR-NOTA-INDEXADA.
           MOVE SPACES TO WS-GX-STATUS.
           OPEN I-O GRADES-IX-FILE.
           IF WS-GX-STATUS = "00"
               MOVE SG-STUDENT-ID TO GX-STUDENT-ID
               MOVE SG-PROGRAMA-ID TO GX-PROGRAMA-ID
               MOVE SG-DATA-HORA TO GX-DATA-HORA
               MOVE 0 TO GX-SEQ
               MOVE SG-NOTA-1 TO GX-NOTA-1
               MOVE SG-NOTA-2 TO GX-NOTA-2
               MOVE SG-NOTA-3 TO GX-NOTA-3
               MOVE SG-MEDIA TO GX-MEDIA
               MOVE SG-RESULTADO TO GX-RESULTADO
               MOVE SG-TERMO TO GX-TERMO
               MOVE SG-OPERADOR TO GX-OPERADOR
               MOVE SG-SITUACAO TO GX-SITUACAO
               MOVE SG-MOTIVO-AJUSTE TO GX-MOTIVO-AJUSTE
               MOVE SG-TURMA TO GX-TURMA
               MOVE "N" TO WS-GX-GRAVOU
               PERFORM UNTIL GX-GRAVADA OR GX-SEQ > 998
                   WRITE GRADE-IX-RECORD
                   IF WS-GX-STATUS = "22"
                       ADD 1 TO GX-SEQ
                   ELSE
                       MOVE "S" TO WS-GX-GRAVOU
                   END-IF
               END-PERFORM
               CLOSE GRADES-IX-FILE
           END-IF.

      * Pending-changes feed for the snapshot delta (DELTA.cpy): the
      * touched key, appended while the STUDENT-GRADES lock is still
      * held, so NOTAS-DELTA can fold just this student into
      * CURRENT-GRADES.DAT.
       GRAVAR-PENDENCIA.
           MOVE SPACES TO WS-DELTA-STATUS.
           OPEN EXTEND DELTA-FILE.
           IF WS-DELTA-STATUS = "35"
               OPEN OUTPUT DELTA-FILE
               CLOSE DELTA-FILE
               OPEN EXTEND DELTA-FILE
           END-IF.
           IF WS-DELTA-STATUS = "00"
               MOVE SG-STUDENT-ID TO DL-STUDENT-ID
               MOVE SG-PROGRAMA-ID TO DL-PROGRAMA-ID
               MOVE SG-DATA-HORA TO DL-DATA-HORA
               WRITE DELTA-RECORD
               CLOSE DELTA-FILE
           END-IF.

       GRAVAR-CORRECAO.
           OPEN EXTEND CORRECAO-FILE.
           IF WS-CORRECAO-STATUS = "35"
               OPEN OUTPUT CORRECAO-FILE
               CLOSE CORRECAO-FILE
               OPEN EXTEND CORRECAO-FILE
           END-IF.
           MOVE WS-PR-ALUNO(WS-I) TO CL-STUDENT-ID.
           MOVE WS-PR-LISTA(WS-I) TO CL-ID-LISTA.
           MOVE WS-PR-ACERTOS(WS-I) TO CL-ACERTOS.
           MOVE WS-LS-QTDE(WS-J) TO CL-PROBLEMAS.
           MOVE WS-PR-NOTA(WS-I) TO CL-NOTA.
           MOVE SG-DATA-HORA TO CL-DATA-HORA.
           MOVE WS-OPERADOR TO CL-OPERADOR.
           WRITE CORRECAO-LISTA-RECORD.
           CLOSE CORRECAO-FILE.

      ******************************************************************
      * Report: the scores of the run, then per set the miss rate of
      * each problem over the students who handed that set back.
      ******************************************************************
       IMPRIMIR-RELATORIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           PERFORM IMPRIMIR-CABECALHO.

           MOVE "NOTAS LANCADAS" TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE "MATRICULA   LISTA     ACERTOS  NOTA   RESULTADO"
               TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-PARES
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-PR-ALUNO(WS-I) TO WS-PRINT-LINE(1:10)
               MOVE WS-PR-LISTA(WS-I) TO WS-PRINT-LINE(13:8)
               MOVE WS-PR-ACERTOS(WS-I) TO WS-PRINT-LINE(23:2)
               MOVE "/" TO WS-PRINT-LINE(25:1)
               MOVE WS-LS-QTDE(WS-PR-IDX-LISTA(WS-I))
                   TO WS-PRINT-LINE(26:2)
               MOVE WS-PR-NOTA(WS-I) TO WS-NOTA-DISP
               MOVE WS-NOTA-DISP TO WS-PRINT-LINE(32:5)
               MOVE WS-PR-RESULTADO(WS-I) TO WS-PRINT-LINE(39:9)
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.
           IF WS-TOTAL-PARES = 0
               MOVE "NENHUMA RESPOSTA ACEITA NESTA EXECUCAO."
                   TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
           END-IF.

           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-LISTAS
               IF WS-LS-USADA(WS-J) = "S"
                   PERFORM IMPRIMIR-TAXAS-LISTA
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RESPOSTAS LIDAS: " DELIMITED BY SIZE
               WS-LIDAS DELIMITED BY SIZE
               "  ACEITAS: " DELIMITED BY SIZE
               WS-ACEITAS DELIMITED BY SIZE
               "  REJEITADAS: " DELIMITED BY SIZE
               WS-REJEITADAS DELIMITED BY SIZE
               "  NOTAS LANCADAS: " DELIMITED BY SIZE
               WS-POSTADAS DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           CLOSE PRINT-FILE.

       IMPRIMIR-TAXAS-LISTA.
           MOVE 0 TO WS-ALUNOS-LISTA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-PARES
               IF WS-PR-IDX-LISTA(WS-I) = WS-J
                   ADD 1 TO WS-ALUNOS-LISTA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-ALUNOS-LISTA TO WS-CONT-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TAXA DE ERRO - LISTA " DELIMITED BY SIZE
               WS-LS-ID(WS-J) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-NOME-TOPICO(WS-LS-TOPICO(WS-J)) DELIMITED BY SIZE
               " - ALUNOS: " DELIMITED BY SIZE
               WS-CONT-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE "PROBLEMA  ACERTOS  ERROS  EM BRANCO  % ERRO"
               TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-LS-QTDE(WS-J)
               MOVE 0 TO WS-ACERTOS-PROB
               MOVE 0 TO WS-ERROS-PROB
               MOVE 0 TO WS-BRANCOS-PROB
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-PARES
                   IF WS-PR-IDX-LISTA(WS-I) = WS-J
                       EVALUATE WS-PR-MARCA(WS-I, WS-P)
                           WHEN "C"
                               ADD 1 TO WS-ACERTOS-PROB
                           WHEN "E"
                               ADD 1 TO WS-ERROS-PROB
                           WHEN OTHER
                               ADD 1 TO WS-BRANCOS-PROB
                       END-EVALUATE
                   END-IF
               END-PERFORM
      * A problem left blank was missed as much as one answered
      * wrong.
               COMPUTE WS-TAXA-ERRO ROUNDED =
                   (WS-ERROS-PROB + WS-BRANCOS-PROB) * 100
                   / WS-ALUNOS-LISTA
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-P TO WS-PRINT-LINE(4:2)
               MOVE WS-ACERTOS-PROB TO WS-CONT-DISP
               MOVE WS-CONT-DISP TO WS-PRINT-LINE(13:3)
               MOVE WS-ERROS-PROB TO WS-CONT-DISP
               MOVE WS-CONT-DISP TO WS-PRINT-LINE(20:3)
               MOVE WS-BRANCOS-PROB TO WS-CONT-DISP
               MOVE WS-CONT-DISP TO WS-PRINT-LINE(31:3)
               MOVE WS-TAXA-ERRO TO WS-TAXA-DISP
               MOVE WS-TAXA-DISP TO WS-PRINT-LINE(38:5)
               IF WS-TAXA-ERRO >= 50
                   MOVE "<< REVER" TO WS-PRINT-LINE(45:8)
               END-IF
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "CORRECAO DAS LISTAS DA OFICINA - TERMO "
               DELIMITED BY SIZE
               WS-TERMO-ATUAL DELIMITED BY SIZE
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

      ******************************************************************
      * Loads.
      ******************************************************************
       CARREGAR-GABARITOS.
           MOVE 0 TO WS-TOTAL-GABARITOS.
           MOVE 0 TO WS-GABARITOS-FORA.
           MOVE SPACES TO WS-GABARITO-STATUS.
           OPEN INPUT GABARITO-FILE.
           IF WS-GABARITO-STATUS = "00"
               PERFORM UNTIL WS-GABARITO-STATUS = "10"
                   READ GABARITO-FILE
                       AT END
                           MOVE "10" TO WS-GABARITO-STATUS
                       NOT AT END
                           IF WS-TOTAL-GABARITOS < 2000
                               ADD 1 TO WS-TOTAL-GABARITOS
                               MOVE GB-ID-LISTA TO WS-GB-CHAVE
                                   (WS-TOTAL-GABARITOS)(1:8)
                               MOVE GB-PROBLEMA TO WS-GB-CHAVE
                                   (WS-TOTAL-GABARITOS)(9:2)
                               MOVE GB-TOPICO
                                   TO WS-GB-TOPICO(WS-TOTAL-GABARITOS)
                               MOVE GB-RESPOSTA
                                 TO WS-GB-RESPOSTA(WS-TOTAL-GABARITOS)
                           ELSE
                               ADD 1 TO WS-GABARITOS-FORA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GABARITO-FILE
           END-IF.

       CARREGAR-LISTAS.
           MOVE 0 TO WS-TOTAL-LISTAS.
           MOVE SPACES TO WS-LISTAGER-STATUS.
           OPEN INPUT LISTAGER-FILE.
           IF WS-LISTAGER-STATUS = "00"
               PERFORM UNTIL WS-LISTAGER-STATUS = "10"
                   READ LISTAGER-FILE
                       AT END
                           MOVE "10" TO WS-LISTAGER-STATUS
                       NOT AT END
                           IF WS-TOTAL-LISTAS < 500
                               ADD 1 TO WS-TOTAL-LISTAS
                               MOVE LG-ID-LISTA
                                   TO WS-LS-ID(WS-TOTAL-LISTAS)
                               MOVE LG-TOPICO
                                   TO WS-LS-TOPICO(WS-TOTAL-LISTAS)
                               MOVE LG-QTDE
                                   TO WS-LS-QTDE(WS-TOTAL-LISTAS)
                               MOVE "N"
                                   TO WS-LS-USADA(WS-TOTAL-LISTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTAGER-FILE
           END-IF.

       CARREGAR-ALUNOS.
           MOVE 0 TO WS-TOTAL-ALUNOS.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           IF WS-TOTAL-ALUNOS < 1000
                               ADD 1 TO WS-TOTAL-ALUNOS
                               MOVE ST-STUDENT-ID
                                   TO WS-ALUNO-ID(WS-TOTAL-ALUNOS)
                               MOVE ST-STATUS
                                   TO WS-ALUNO-STATUS(WS-TOTAL-ALUNOS)
                               MOVE ST-TURMA
                                   TO WS-ALUNO-TURMA(WS-TOTAL-ALUNOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       CARREGAR-CORRIGIDAS.
           MOVE 0 TO WS-TOTAL-CORRIGIDAS.
           MOVE 0 TO WS-CORRIGIDAS-FORA.
           MOVE SPACES TO WS-CORRECAO-STATUS.
           OPEN INPUT CORRECAO-FILE.
           IF WS-CORRECAO-STATUS = "00"
               PERFORM UNTIL WS-CORRECAO-STATUS = "10"
                   READ CORRECAO-FILE
                       AT END
                           MOVE "10" TO WS-CORRECAO-STATUS
                       NOT AT END
                           IF WS-TOTAL-CORRIGIDAS < 2000
                               ADD 1 TO WS-TOTAL-CORRIGIDAS
                               MOVE CL-STUDENT-ID TO WS-CORRIGIDA-CHAVE
                                   (WS-TOTAL-CORRIGIDAS)(1:10)
                               MOVE CL-ID-LISTA TO WS-CORRIGIDA-CHAVE
                                   (WS-TOTAL-CORRIGIDAS)(11:8)
                           ELSE
                               ADD 1 TO WS-CORRIGIDAS-FORA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECAO-FILE
           END-IF.

      * Defaults when the control file is absent or a topic has no
      * line: two places for roots and areas, five for the trig
      * values, exact for primes and sums.
       CARREGAR-TOLERANCIAS.
           MOVE 0,01 TO WS-TOLERANCIA(1).
           MOVE 0 TO WS-TOLERANCIA(2).
           MOVE 0 TO WS-TOLERANCIA(3).
           MOVE 0,01 TO WS-TOLERANCIA(4).
           MOVE 0,0001 TO WS-TOLERANCIA(5).
           MOVE SPACES TO WS-TOLERANCIA-STATUS.
           OPEN INPUT TOLERANCIA-FILE.
           IF WS-TOLERANCIA-STATUS = "00"
               PERFORM UNTIL WS-TOLERANCIA-STATUS = "10"
                   READ TOLERANCIA-FILE
                       AT END
                           MOVE "10" TO WS-TOLERANCIA-STATUS
                       NOT AT END
                           IF TL-TOPICO >= 1 AND TL-TOPICO <= 5
                               AND TL-TOLERANCIA IS NUMERIC
                               MOVE TL-TOLERANCIA
                                   TO WS-TOLERANCIA(TL-TOPICO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOLERANCIA-FILE
           END-IF.

      * The OFICINA cutoff, the DEFAULT line when the course has none,
      * each the line in force for the open term.
       LER-LIMITE-APROVACAO.
           MOVE 6 TO WS-CUTOFF.
           MOVE WS-TERMO-ATUAL TO WS-VIG-TERMO.
           MOVE "N" TO WS-VIG-ACHOU.
           MOVE "N" TO WS-VIG-ACHOU-PADRAO.
           MOVE SPACES TO WS-THRESHOLD-STATUS.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
               PERFORM UNTIL WS-THRESHOLD-STATUS = "10"
                   READ THRESHOLD-FILE
                       AT END
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           IF TH-COURSE-ID = "DEFAULT"
                               AND NOT VIG-ACHOU
                               AND TH-VIGENCIA NOT > WS-VIG-TERMO
                               AND (NOT VIG-ACHOU-PADRAO
                                   OR TH-VIGENCIA
                                       > WS-VIG-ESCOLHIDA-PADRAO)
                               MOVE TH-CUTOFF TO WS-CUTOFF
                               MOVE TH-VIGENCIA
                                   TO WS-VIG-ESCOLHIDA-PADRAO
                               MOVE "S" TO WS-VIG-ACHOU-PADRAO
                           END-IF
                           IF TH-COURSE-ID = WS-CURSO-OFICINA
                               AND TH-VIGENCIA NOT > WS-VIG-TERMO
                               AND (NOT VIG-ACHOU
                                   OR TH-VIGENCIA
                                       > WS-VIG-ESCOLHIDA)
                               MOVE TH-CUTOFF TO WS-CUTOFF
                               MOVE TH-VIGENCIA TO WS-VIG-ESCOLHIDA
                               MOVE "S" TO WS-VIG-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLD-FILE
           END-IF.

      * The section the student sat in on the posting date, from the
      * effective-dated history (TURMAHST.cpy): the row with the
      * greatest SH-VALIDO-DE not after today; no history row falls
      * back to the current ST-TURMA.
       OBTER-TURMA-VIGENTE.
           MOVE WS-TURMA-CADASTRO TO WS-TURMA-POSTAGEM.
           MOVE SPACES TO WS-MELHOR-DATA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE SPACES TO WS-TURMAHST-STATUS.
           OPEN INPUT TURMAHST-FILE.
           IF WS-TURMAHST-STATUS = "00"
               PERFORM UNTIL WS-TURMAHST-STATUS = "10"
                   READ TURMAHST-FILE
                       AT END
                           MOVE "10" TO WS-TURMAHST-STATUS
                       NOT AT END
                           IF SH-STUDENT-ID = WS-ALUNO-POSTAGEM
                               AND SH-VALIDO-DE <= WS-HOJE
                               AND SH-VALIDO-DE >= WS-MELHOR-DATA
                               MOVE SH-VALIDO-DE TO WS-MELHOR-DATA
                               MOVE SH-TURMA TO WS-TURMA-POSTAGEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURMAHST-FILE
           END-IF.

      * Day discipline (DAYSTATE.cpy): after FECHAMENTO-DIA seals
      * the day, no grading posts until ABERTURA-DIA releases the
      * morning. No marker file means the discipline is not
      * deployed.
       VERIFICAR-DIA-ABERTO.
           MOVE "N" TO WS-DIA-FECHADO.
           MOVE SPACES TO WS-DIA-STATUS.
           OPEN INPUT DAY-FILE.
           IF WS-DIA-STATUS = "00"
               READ DAY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DS-FECHADO
                           MOVE "S" TO WS-DIA-FECHADO
                       END-IF
               END-READ
               CLOSE DAY-FILE
           END-IF.
           IF DIA-FECHADO
               DISPLAY "O DIA ESTA FECHADO (FECHAMENTO-DIA) - "
                   "LANCAMENTOS BLOQUEADOS ATE ABERTURA-DIA."
               STOP RUN
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

      * Grading window of the open term (TERMCAL.cpy): before the
      * term starts nothing posts; after the grade deadline the run
      * is refused or its rows carry TRD, as the term says.
       VERIFICAR-JANELA-TERMO.
           MOVE "N" TO WS-TARDIO.
           MOVE "N" TO WS-JANELA-ACHADA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE SPACES TO WS-TERMCAL-STATUS.
           OPEN INPUT TERMCAL-FILE.
           IF WS-TERMCAL-STATUS = "00"
               PERFORM UNTIL WS-TERMCAL-STATUS = "10"
                   READ TERMCAL-FILE
                       AT END
                           MOVE "10" TO WS-TERMCAL-STATUS
                       NOT AT END
                           IF TC-TERM-ID = WS-TERMO-ATUAL
                               MOVE "S" TO WS-JANELA-ACHADA
                               MOVE TC-INICIO TO WS-TC-INICIO
                               MOVE TC-PRAZO-NOTAS TO WS-TC-PRAZO
                               MOVE TC-TARDIA TO WS-TC-TARDIA
                               MOVE "10" TO WS-TERMCAL-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMCAL-FILE
           END-IF.
           IF JANELA-ACHADA
               IF WS-HOJE < WS-TC-INICIO
                   DISPLAY "O TERMO " WS-TERMO-ATUAL " SO COMECA EM "
                       WS-TC-INICIO " - CORRECAO RECUSADA."
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "CORRECAO ANTES DO INICIO DO TERMO "
                       DELIMITED BY SIZE
                       WS-TERMO-ATUAL DELIMITED BY SIZE
                       " - RECUSADA" DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   PERFORM GRAVAR-AUDITORIA
                   STOP RUN
               END-IF
               IF WS-HOJE > WS-TC-PRAZO
                   IF WS-TC-TARDIA = "R"
                       DISPLAY "PRAZO DE LANCAMENTO DO TERMO "
                           WS-TERMO-ATUAL " VENCEU EM " WS-TC-PRAZO
                           " - CORRECAO RECUSADA."
                       MOVE SPACES TO WS-AUDIT-MSG
                       STRING "CORRECAO APOS O PRAZO DO TERMO "
                           DELIMITED BY SIZE
                           WS-TERMO-ATUAL DELIMITED BY SIZE
                           " - RECUSADA" DELIMITED BY SIZE
                           INTO WS-AUDIT-MSG
                       END-STRING
                       PERFORM GRAVAR-AUDITORIA
                       STOP RUN
                   ELSE
                       MOVE "S" TO WS-TARDIO
                       DISPLAY "AVISO: CORRECAO APOS O PRAZO ("
                           WS-TC-PRAZO ") - NOTAS SERAO ACEITAS COM "
                           "A MARCA TRD."
                   END-IF
               END-IF
           END-IF.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "CORRIGE-LISTA" TO AU-PROGRAM.
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
           MOVE "CORRIGE-LISTA" TO TRAVA-PROGRAMA.
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
