      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Maintain the CAMPUS.DAT campus (unidade) master
      *          (CAMPUS.cpy) that ALUNOS-MANUT, TURMAS-MANUT, and
      *          OPERADORES-MANUT validate ST-UNIDADE, TU-UNIDADE,
      *          and OM-UNIDADE against, in the same menu shape the
      *          other masters use: list, add, alter, and remove
      *          campuses with duplicate codes rejected. A campus
      *          still carried by a turma, a student, or an operator
      *          is kept from removal - inactivate it instead - and
      *          SEDE, the campus every blank code belongs to, is
      *          never removed. Opening a campus is supervisor work:
      *          the program refuses to start below nivel 3 on
      *          OPERATOR-MASTER.DAT, and every change and every
      *          refused start is written to AUDIT-LOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNIDADES-MANUT.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPUS-FILE ASSIGN TO "CAMPUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPUS-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.
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

           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.

           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPUS-FILE.
           COPY CAMPUS.

       FD  TURMA-FILE.
           COPY TURMA.

       FD  STUDENT-FILE.
           COPY STUDENT.

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
       77 WS-OPERSES-STATUS PIC X(2) VALUE SPACES.
       77 WS-OPERADOR       PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO  PIC X VALUE "N".
           88 OPERADOR-LIDO VALUE "S".
       COPY SESRESOL.
       77 WS-OPERMST-STATUS PIC X(2) VALUE SPACES.
       77 WS-NIVEL-EXIGIDO  PIC 9(1) VALUE 3.
       77 WS-AUTORIZADO     PIC X VALUE "N".
           88 AUTORIZADO    VALUE "S".
       01 WS-CAMPUS-STATUS  PIC X(2) VALUE SPACES.
       01 WS-TURMA-STATUS   PIC X(2) VALUE SPACES.
       01 WS-STUDENT-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS   PIC X(2) VALUE SPACES.

       01 WS-TABELA.
           05 WS-ENTRY OCCURS 50 TIMES.
               10 WS-CP-UNIDADE    PIC X(04).
               10 WS-CP-NOME       PIC X(30).
               10 WS-CP-CIDADE     PIC X(20).
               10 WS-CP-STATUS     PIC X(01).
       01 WS-TOTAL         PIC 9(02) VALUE 0.

       01 WS-OPCAO         PIC X VALUE SPACES.
       01 WS-INDICE        PIC 9(02).
       01 WS-J             PIC 9(02).
       01 WS-NOVA-UNIDADE  PIC X(04).
       01 WS-NOVO-NOME     PIC X(30).
       01 WS-NOVA-CIDADE   PIC X(20).
       01 WS-NOVO-STATUS   PIC X(01).
           88 STATUS-VALIDO VALUES "A", "I".
       01 WS-DUPLICADO     PIC X VALUE "N".
           88 UNIDADE-DUPLICADA VALUE "S".
       01 WS-EM-USO        PIC X VALUE "N".
           88 UNIDADE-EM-USO VALUE "S".
       01 WS-USO-ONDE      PIC X(30) VALUE SPACES.
       01 WS-ALTERADO      PIC X VALUE "N".
           88 HOUVE-ALTERACAO VALUE "S".
       01 WS-AUDIT-MSG     PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM VERIFICAR-AUTORIZACAO.
           PERFORM CARREGAR-UNIDADES.
           PERFORM UNTIL WS-OPCAO = "5"
               PERFORM MOSTRAR-MENU
               EVALUATE WS-OPCAO
                   WHEN "1"
                       PERFORM LISTAR-UNIDADES
                   WHEN "2"
                       PERFORM ADICIONAR-UNIDADE
                   WHEN "3"
                       PERFORM ALTERAR-UNIDADE
                   WHEN "4"
                       PERFORM REMOVER-UNIDADE
                   WHEN "5"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.
           IF HOUVE-ALTERACAO
               PERFORM GRAVAR-UNIDADES
               DISPLAY "UNIDADES GRAVADAS EM CAMPUS.DAT."
           END-IF.
           STOP RUN.

      * Authorization gate (OPERMST.cpy): a campus decides what every
      * coordinator below supervisor may see, so only a supervisor
      * opens, changes, or closes one. A master not yet on disk
      * means the control is not deployed; the refusal goes to
      * AUDIT-LOG.DAT like any other rejection.
       VERIFICAR-AUTORIZACAO.
           MOVE "N" TO WS-AUTORIZADO.
           MOVE SPACES TO WS-OPERMST-STATUS.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-STATUS NOT = "00"
               MOVE "S" TO WS-AUTORIZADO
           ELSE
               PERFORM LER-OPERADOR
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
               DISPLAY "ACESSO NEGADO: UNIDADES-MANUT EXIGE NIVEL "
                   WS-NIVEL-EXIGIDO ". OPERADOR ATUAL: " WS-OPERADOR
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "ACESSO NEGADO OPERADOR=" DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   " NIVEL EXIGIDO=" DELIMITED BY SIZE
                   WS-NIVEL-EXIGIDO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF.

       MOSTRAR-MENU.
           DISPLAY " "
           DISPLAY "===== MANUTENCAO DO MASTER DE UNIDADES ====="
           DISPLAY "1 - LISTAR"
           DISPLAY "2 - ADICIONAR"
           DISPLAY "3 - ALTERAR"
           DISPLAY "4 - REMOVER"
           DISPLAY "5 - SALVAR E SAIR"
           DISPLAY "ESCOLHA UMA OPCAO:"
           ACCEPT WS-OPCAO.

       CARREGAR-UNIDADES.
           OPEN INPUT CAMPUS-FILE.
           IF WS-CAMPUS-STATUS = "00"
               PERFORM UNTIL WS-CAMPUS-STATUS = "10"
                   OR WS-TOTAL = 50
                   READ CAMPUS-FILE
                       AT END
                           MOVE "10" TO WS-CAMPUS-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL
                           MOVE CP-UNIDADE TO WS-CP-UNIDADE(WS-TOTAL)
                           MOVE CP-NOME TO WS-CP-NOME(WS-TOTAL)
                           MOVE CP-CIDADE TO WS-CP-CIDADE(WS-TOTAL)
                           MOVE CP-STATUS TO WS-CP-STATUS(WS-TOTAL)
                   END-READ
               END-PERFORM
               CLOSE CAMPUS-FILE
           END-IF.

       LISTAR-UNIDADES.
           IF WS-TOTAL = 0
               DISPLAY "NENHUMA UNIDADE CADASTRADA."
           ELSE
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-TOTAL
                   DISPLAY WS-INDICE ": " WS-CP-UNIDADE(WS-INDICE)
                       " " WS-CP-NOME(WS-INDICE)
                       " CIDADE=" WS-CP-CIDADE(WS-INDICE)
                       " STATUS=" WS-CP-STATUS(WS-INDICE)
               END-PERFORM
           END-IF.

       ADICIONAR-UNIDADE.
           IF WS-TOTAL >= 50
               DISPLAY "MASTER CHEIO (MAX 50). NAO FOI POSSIVEL "
                   "ADICIONAR."
           ELSE
               DISPLAY "CODIGO DA UNIDADE (ATE 4, EX: NORT):"
               ACCEPT WS-NOVA-UNIDADE
               MOVE FUNCTION UPPER-CASE(WS-NOVA-UNIDADE)
                   TO WS-NOVA-UNIDADE
               MOVE "N" TO WS-DUPLICADO
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL
                   IF WS-CP-UNIDADE(WS-J) = WS-NOVA-UNIDADE
                       MOVE "S" TO WS-DUPLICADO
                   END-IF
               END-PERFORM
               IF UNIDADE-DUPLICADA OR WS-NOVA-UNIDADE = SPACES
                   DISPLAY "CODIGO EM BRANCO OU JA CADASTRADO. NAO "
                       "ADICIONADA."
               ELSE
                   PERFORM PEDIR-DADOS-UNIDADE
                   ADD 1 TO WS-TOTAL
                   MOVE WS-NOVA-UNIDADE TO WS-CP-UNIDADE(WS-TOTAL)
                   MOVE WS-NOVO-NOME TO WS-CP-NOME(WS-TOTAL)
                   MOVE WS-NOVA-CIDADE TO WS-CP-CIDADE(WS-TOTAL)
                   MOVE WS-NOVO-STATUS TO WS-CP-STATUS(WS-TOTAL)
                   MOVE "S" TO WS-ALTERADO
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "UNIDADE ADICIONADA " DELIMITED BY SIZE
                       WS-NOVA-UNIDADE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NOVO-NOME DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY "UNIDADE ADICIONADA."
               END-IF
           END-IF.

       PEDIR-DADOS-UNIDADE.
           DISPLAY "NOME DA UNIDADE (EX: CAMPUS NORTE):"
           ACCEPT WS-NOVO-NOME.
           MOVE FUNCTION UPPER-CASE(WS-NOVO-NOME) TO WS-NOVO-NOME.
           DISPLAY "CIDADE:"
           ACCEPT WS-NOVA-CIDADE.
           MOVE FUNCTION UPPER-CASE(WS-NOVA-CIDADE) TO WS-NOVA-CIDADE.
           MOVE SPACES TO WS-NOVO-STATUS.
           PERFORM UNTIL STATUS-VALIDO
               DISPLAY "STATUS (A=ATIVA I=INATIVA):"
               ACCEPT WS-NOVO-STATUS
               MOVE FUNCTION UPPER-CASE(WS-NOVO-STATUS)
                   TO WS-NOVO-STATUS
               IF NOT STATUS-VALIDO
                   DISPLAY "STATUS INVALIDO. DIGITE A OU I."
               END-IF
           END-PERFORM.

       ALTERAR-UNIDADE.
           PERFORM LISTAR-UNIDADES.
           IF WS-TOTAL > 0
               DISPLAY "NUMERO DA UNIDADE A ALTERAR:"
               ACCEPT WS-INDICE
               IF WS-INDICE >= 1 AND WS-INDICE <= WS-TOTAL
                   PERFORM PEDIR-DADOS-UNIDADE
                   MOVE WS-NOVO-NOME TO WS-CP-NOME(WS-INDICE)
                   MOVE WS-NOVA-CIDADE TO WS-CP-CIDADE(WS-INDICE)
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "UNIDADE ALTERADA " DELIMITED BY SIZE
                       WS-CP-UNIDADE(WS-INDICE) DELIMITED BY SIZE
                       " STATUS DE=" DELIMITED BY SIZE
                       WS-CP-STATUS(WS-INDICE) DELIMITED BY SIZE
                       " PARA=" DELIMITED BY SIZE
                       WS-NOVO-STATUS DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   MOVE WS-NOVO-STATUS TO WS-CP-STATUS(WS-INDICE)
                   MOVE "S" TO WS-ALTERADO
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY "UNIDADE ALTERADA."
               ELSE
                   DISPLAY "NUMERO INVALIDO."
               END-IF
           END-IF.

      * A campus still carried by a section, a student, or an
      * operator stays - removing it would leave codes the master no
      * longer knows. SEDE stays always: every blank code means it.
       REMOVER-UNIDADE.
           PERFORM LISTAR-UNIDADES.
           IF WS-TOTAL > 0
               DISPLAY "NUMERO DA UNIDADE A REMOVER:"
               ACCEPT WS-INDICE
               IF WS-INDICE >= 1 AND WS-INDICE <= WS-TOTAL
                   IF WS-CP-UNIDADE(WS-INDICE) = "SEDE"
                       DISPLAY "A SEDE NAO PODE SER REMOVIDA."
                   ELSE
                       PERFORM VERIFICAR-USO-DA-UNIDADE
                       IF UNIDADE-EM-USO
                           DISPLAY "UNIDADE " WS-CP-UNIDADE(WS-INDICE)
                               " AINDA EM USO (" WS-USO-ONDE
                               ") - REMOCAO RECUSADA. INATIVE-A."
                       ELSE
                           MOVE SPACES TO WS-AUDIT-MSG
                           STRING "UNIDADE REMOVIDA "
                               DELIMITED BY SIZE
                               WS-CP-UNIDADE(WS-INDICE)
                               DELIMITED BY SIZE
                               INTO WS-AUDIT-MSG
                           END-STRING
                           PERFORM VARYING WS-J FROM WS-INDICE BY 1
                               UNTIL WS-J >= WS-TOTAL
                               MOVE WS-ENTRY(WS-J + 1)
                                   TO WS-ENTRY(WS-J)
                           END-PERFORM
                           SUBTRACT 1 FROM WS-TOTAL
                           MOVE "S" TO WS-ALTERADO
                           PERFORM GRAVAR-AUDITORIA
                           DISPLAY "UNIDADE REMOVIDA."
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "NUMERO INVALIDO."
               END-IF
           END-IF.

       VERIFICAR-USO-DA-UNIDADE.
           MOVE "N" TO WS-EM-USO.
           MOVE SPACES TO WS-USO-ONDE.
           MOVE SPACES TO WS-TURMA-STATUS.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS = "00"
               PERFORM UNTIL WS-TURMA-STATUS = "10"
                   READ TURMA-FILE
                       AT END
                           MOVE "10" TO WS-TURMA-STATUS
                       NOT AT END
                           IF TU-UNIDADE = WS-CP-UNIDADE(WS-INDICE)
                               MOVE "S" TO WS-EM-USO
                               STRING "TURMA " DELIMITED BY SIZE
                                   TU-TURMA DELIMITED BY SIZE
                                   INTO WS-USO-ONDE
                               END-STRING
                               MOVE "10" TO WS-TURMA-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           END-IF.
           IF NOT UNIDADE-EM-USO
               MOVE SPACES TO WS-STUDENT-STATUS
               OPEN INPUT STUDENT-FILE
               IF WS-STUDENT-STATUS = "00"
                   PERFORM UNTIL WS-STUDENT-STATUS = "10"
                       READ STUDENT-FILE
                           AT END
                               MOVE "10" TO WS-STUDENT-STATUS
                           NOT AT END
                               IF ST-UNIDADE
                                   = WS-CP-UNIDADE(WS-INDICE)
                                   MOVE "S" TO WS-EM-USO
                                   STRING "ALUNO " DELIMITED BY SIZE
                                       ST-STUDENT-ID
                                       DELIMITED BY SIZE
                                       INTO WS-USO-ONDE
                                   END-STRING
                                   MOVE "10" TO WS-STUDENT-STATUS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STUDENT-FILE
               END-IF
           END-IF.
           IF NOT UNIDADE-EM-USO
               MOVE SPACES TO WS-OPERMST-STATUS
               OPEN INPUT OPERMST-FILE
               IF WS-OPERMST-STATUS = "00"
                   PERFORM UNTIL WS-OPERMST-STATUS = "10"
                       READ OPERMST-FILE
                           AT END
                               MOVE "10" TO WS-OPERMST-STATUS
                           NOT AT END
                               IF OM-UNIDADE
                                   = WS-CP-UNIDADE(WS-INDICE)
                                   MOVE "S" TO WS-EM-USO
                                   STRING "OPERADOR " DELIMITED BY SIZE
                                       OM-OPERATOR-ID
                                       DELIMITED BY SIZE
                                       INTO WS-USO-ONDE
                                   END-STRING
                                   MOVE "10" TO WS-OPERMST-STATUS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERMST-FILE
               END-IF
           END-IF.

       GRAVAR-UNIDADES.
           OPEN OUTPUT CAMPUS-FILE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL
               MOVE WS-CP-UNIDADE(WS-INDICE) TO CP-UNIDADE
               MOVE WS-CP-NOME(WS-INDICE) TO CP-NOME
               MOVE WS-CP-CIDADE(WS-INDICE) TO CP-CIDADE
               MOVE WS-CP-STATUS(WS-INDICE) TO CP-STATUS
               WRITE CAMPUS-RECORD
           END-PERFORM.
           CLOSE CAMPUS-FILE.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "UNIDADES-MAN" TO AU-PROGRAM.
           MOVE WS-AUDIT-MSG TO AU-MESSAGE.
           MOVE "AUDIT-LOG.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           PERFORM LER-OPERADOR
           MOVE WS-OPERADOR TO AU-OPERATOR
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
           MOVE "UNIDADES-MAN" TO TRAVA-PROGRAMA.
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
