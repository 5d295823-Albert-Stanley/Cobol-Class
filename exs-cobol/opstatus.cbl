      *          AU-PROGRAM, and verifies the expected report files
      *          exist and are non-empty. One page, printed to
      *          OPERACOES-REPORT.DAT and echoed to the console.
      *          A campus break follows the audit counts: active
      *          students, turmas and last night's audit entries
      *          (by the operator's home campus on the master) per
      *          CAMPUS.DAT code. UNIDADE limits the break and the
      *          audit counts to one campus (UNIDSEL.cpy); the
      *          checkpoints, report files and alerts are shared by
      *          every campus and always show in full.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ALERTAS-FILE ASSIGN TO "OPERATIONS-ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT CAMPUS-FILE ASSIGN TO "CAMPUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPUS-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS-FILE.
           COPY EXCPT.

       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  TURMA-FILE.
           COPY TURMA.

       FD  CAMPUS-FILE.
           COPY CAMPUS.

       FD  OPERSES-FILE.
           COPY OPERSES.

       FD  OPERMST-FILE.
           COPY OPERMST.

       WORKING-STORAGE SECTION.
       01 WS-CHECKPOINT-STATUS PIC X(2) VALUE SPACES.
       01 WS-VERIFICA-STATUS  PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
       01 WS-ARQUIVO-ATUAL    PIC X(30) VALUE SPACES.
       01 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       01 WS-TURMA-STATUS     PIC X(2) VALUE SPACES.
       01 WS-CAMPUS-STATUS    PIC X(2) VALUE SPACES.
       01 WS-OPERSES-STATUS   PIC X(2) VALUE SPACES.
       01 WS-OPERADOR         PIC X(8) VALUE "ANONIMO".
       01 WS-OPERADOR-LIDO    PIC X VALUE "N".
           88 OPERADOR-LIDO   VALUE "S".
       COPY SESRESOL.
       01 WS-OPERMST-STATUS   PIC X(2) VALUE SPACES.
       COPY UNIDSEL.

      * Campus break: one entry per CAMPUS.DAT code, plus any code
      * found on a record that the campus master does not carry.
       01 WS-TABELA-UNIDADES.
           05 WS-UNI-ENTRY OCCURS 20 TIMES.
               10 WS-UNI-COD      PIC X(04).
               10 WS-UNI-NOME     PIC X(30).
               10 WS-UNI-ALUNOS   PIC 9(5).
               10 WS-UNI-TURMAS   PIC 9(5).
               10 WS-UNI-AUDIT    PIC 9(5).
       01 WS-TOTAL-UNIDADES   PIC 9(2) VALUE 0.
       01 WS-U                PIC 9(2).
       01 WS-UNI-INDICE       PIC 9(2) VALUE 0.
       01 WS-AUDIT-SEM-UNIDADE PIC 9(5) VALUE 0.
       01 WS-ALUNOS-DISP      PIC ZZZZ9.
       01 WS-TURMAS-DISP      PIC ZZZZ9.

      * Home campus of every operator on the master, to place each
      * audit line.
       01 WS-TABELA-OPERADORES.
           05 WS-OPE-ENTRY OCCURS 100 TIMES.
               10 WS-OPE-ID       PIC X(08).
               10 WS-OPE-UNID     PIC X(04).
       01 WS-TOTAL-OPERADORES PIC 9(3) VALUE 0.

       01 WS-NOMES-CHECKPOINT.
           05 FILLER PIC X(30) VALUE "EX13-CHECKPOINT.DAT".
           05 FILLER PIC X(30) VALUE "EX11-CHECKPOINT.DAT".
           05 FILLER PIC X(30) VALUE "EX12-CHECKPOINT.DAT".
           05 FILLER PIC X(30) VALUE "DELTA-CHECKPOINT.DAT".
           05 FILLER PIC X(30) VALUE "SISTEMA-CHECKPOINT.DAT".
       01 WS-TABELA-CHECKPOINT REDEFINES WS-NOMES-CHECKPOINT.
           05 WS-NOME-CHECKPOINT PIC X(30) OCCURS 7 TIMES.
       01 WS-TOTAL-CHECKPOINTS PIC 9(1) VALUE 7.

       01 WS-NOMES-RELATORIO.
           05 FILLER PIC X(30) VALUE "EX13-REPORT.DAT".
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS).
           MOVE WS-DATA-ONTEM TO WS-DATA-ONTEM-X.

           PERFORM RESOLVER-UNIDADE.
           PERFORM CARREGAR-UNIDADES.
           PERFORM CARREGAR-OPERADORES.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           PERFORM RELATAR-CHECKPOINTS.
           PERFORM CONTAR-AUDITORIA.
           PERFORM RELATAR-AUDITORIA.
           PERFORM CONTAR-ALUNOS-E-TURMAS.
           PERFORM RELATAR-UNIDADES.
           PERFORM RELATAR-RELATORIOS.
           PERFORM AVALIAR-ALERTAS.

               MOVE "PORTAL-RETORNO.DAT" TO WS-ARQUIVO-ATUAL
               PERFORM CONTAR-LINHAS-ARQUIVO
               MOVE WS-LINHAS-CONTADAS TO WS-RETORNOS
      * The #HDR and #TRL control lines (INTFCTL.cpy) are not returns.
               IF WS-RETORNOS > 1
                   SUBTRACT 2 FROM WS-RETORNOS
               END-IF
               MOVE "PORTAL-RESUBMIT.DAT" TO WS-ARQUIVO-ATUAL
               PERFORM CONTAR-LINHAS-ARQUIVO
               MOVE WS-LINHAS-CONTADAS TO WS-DEVOLVIDAS
                       NOT AT END
                           ADD 1 TO WS-AUDIT-LINHAS
                           IF AU-TIMESTAMP(1:8) >= WS-DATA-ONTEM-X
                               PERFORM UNIDADE-DA-AUDITORIA
                               IF NA-UNIDADE
                                   PERFORM ACUMULAR-AUDITORIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      * An audit line belongs to its operator's home campus; a
      * batch or anonymous run has no operator on the master and
      * counts only on the all-campus page.
       UNIDADE-DA-AUDITORIA.
           MOVE "----" TO WS-UNIDADE-REG.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-OPERADORES
               IF WS-OPE-ID(WS-I) = AU-OPERATOR
                   MOVE WS-OPE-UNID(WS-I) TO WS-UNIDADE-REG
               END-IF
           END-PERFORM.
           PERFORM VERIFICAR-UNIDADE.
           IF WS-UNIDADE-REG = "----"
               ADD 1 TO WS-AUDIT-SEM-UNIDADE
           ELSE
               PERFORM REGISTRAR-UNIDADE
               IF WS-UNI-INDICE > 0
                   ADD 1 TO WS-UNI-AUDIT(WS-UNI-INDICE)
               END-IF
           END-IF.

       ACUMULAR-AUDITORIA.
           MOVE 0 TO WS-ACHOU-INDICE.
           PERFORM VARYING WS-I FROM 1 BY 1
               END-PERFORM
           END-IF.

       CARREGAR-UNIDADES.
           MOVE SPACES TO WS-CAMPUS-STATUS.
           OPEN INPUT CAMPUS-FILE.
           IF WS-CAMPUS-STATUS = "00"
               PERFORM UNTIL WS-CAMPUS-STATUS = "10"
                   READ CAMPUS-FILE
                       AT END
                           MOVE "10" TO WS-CAMPUS-STATUS
                       NOT AT END
                           MOVE CP-UNIDADE TO WS-UNIDADE-REG
                           PERFORM REGISTRAR-UNIDADE
                           IF WS-UNI-INDICE > 0
                               MOVE CP-NOME
                                   TO WS-UNI-NOME(WS-UNI-INDICE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPUS-FILE
           END-IF.
           MOVE "SEDE" TO WS-UNIDADE-REG.
           PERFORM REGISTRAR-UNIDADE.

       CARREGAR-OPERADORES.
           MOVE SPACES TO WS-OPERMST-STATUS.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-STATUS = "00"
               PERFORM UNTIL WS-OPERMST-STATUS = "10"
                   OR WS-TOTAL-OPERADORES = 100
                   READ OPERMST-FILE
                       AT END
                           MOVE "10" TO WS-OPERMST-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-OPERADORES
                           MOVE OM-OPERATOR-ID
                               TO WS-OPE-ID(WS-TOTAL-OPERADORES)
                           MOVE OM-UNIDADE
                               TO WS-OPE-UNID(WS-TOTAL-OPERADORES)
                   END-READ
               END-PERFORM
               CLOSE OPERMST-FILE
           END-IF.

      * Finds WS-UNIDADE-REG in the break, adding it when new;
      * WS-UNI-INDICE stays zero only when the table is full.
       REGISTRAR-UNIDADE.
           MOVE 0 TO WS-UNI-INDICE.
           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-TOTAL-UNIDADES
               IF WS-UNI-COD(WS-U) = WS-UNIDADE-REG
                   MOVE WS-U TO WS-UNI-INDICE
               END-IF
           END-PERFORM.
           IF WS-UNI-INDICE = 0 AND WS-TOTAL-UNIDADES < 20
               ADD 1 TO WS-TOTAL-UNIDADES
               MOVE WS-TOTAL-UNIDADES TO WS-UNI-INDICE
               MOVE WS-UNIDADE-REG TO WS-UNI-COD(WS-UNI-INDICE)
               MOVE SPACES TO WS-UNI-NOME(WS-UNI-INDICE)
               MOVE 0 TO WS-UNI-ALUNOS(WS-UNI-INDICE)
               MOVE 0 TO WS-UNI-TURMAS(WS-UNI-INDICE)
               MOVE 0 TO WS-UNI-AUDIT(WS-UNI-INDICE)
           END-IF.

       CONTAR-ALUNOS-E-TURMAS.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           IF ST-ATIVO
                               MOVE ST-UNIDADE TO WS-UNIDADE-REG
                               PERFORM VERIFICAR-UNIDADE
                               PERFORM REGISTRAR-UNIDADE
                               IF WS-UNI-INDICE > 0
                                   ADD 1
                                       TO WS-UNI-ALUNOS(WS-UNI-INDICE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.
           MOVE SPACES TO WS-TURMA-STATUS.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS = "00"
               PERFORM UNTIL WS-TURMA-STATUS = "10"
                   READ TURMA-FILE
                       AT END
                           MOVE "10" TO WS-TURMA-STATUS
                       NOT AT END
                           MOVE TU-UNIDADE TO WS-UNIDADE-REG
                           PERFORM VERIFICAR-UNIDADE
                           PERFORM REGISTRAR-UNIDADE
                           IF WS-UNI-INDICE > 0
                               ADD 1 TO WS-UNI-TURMAS(WS-UNI-INDICE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           END-IF.

       RELATAR-UNIDADES.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA-E-TELA.
           MOVE "--- ATIVIDADE POR UNIDADE ---" TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA-E-TELA.
           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-TOTAL-UNIDADES
               IF WS-UNIDADE-FILTRO = SPACES
                   OR WS-UNI-COD(WS-U) = WS-UNIDADE-FILTRO
                   PERFORM RELATAR-UMA-UNIDADE
               END-IF
           END-PERFORM.
           IF WS-UNIDADE-FILTRO = SPACES
               AND WS-AUDIT-SEM-UNIDADE > 0
               MOVE WS-AUDIT-SEM-UNIDADE TO WS-QTDE-DISP
               MOVE SPACES TO WS-PRINT-LINE
               STRING "SEM UNIDADE (LOTE OU OPERADOR FORA DO "
                   DELIMITED BY SIZE
                   "CADASTRO) AUDITORIA=" DELIMITED BY SIZE
                   WS-QTDE-DISP DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA-E-TELA
           END-IF.

       RELATAR-UMA-UNIDADE.
           MOVE WS-UNI-ALUNOS(WS-U) TO WS-ALUNOS-DISP.
           MOVE WS-UNI-TURMAS(WS-U) TO WS-TURMAS-DISP.
           MOVE WS-UNI-AUDIT(WS-U) TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-UNI-COD(WS-U) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-UNI-NOME(WS-U) DELIMITED BY SIZE
               " ALUNOS ATIVOS=" DELIMITED BY SIZE
               WS-ALUNOS-DISP DELIMITED BY SIZE
               " TURMAS=" DELIMITED BY SIZE
               WS-TURMAS-DISP DELIMITED BY SIZE
               " AUDITORIA=" DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA-E-TELA.

       RELATAR-RELATORIOS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA-E-TELA.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           IF WS-UNIDADE-FILTRO = SPACES
               STRING "STATUS DE OPERACOES DA MANHA" DELIMITED BY SIZE
                   "   DATA: " DELIMITED BY SIZE
                   WS-PRINT-DATA DELIMITED BY SIZE
                   "   PAGINA: " DELIMITED BY SIZE
                   WS-PRINT-PAGINA DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           ELSE
               STRING "STATUS DE OPERACOES DA MANHA" DELIMITED BY SIZE
                   " - UNIDADE " DELIMITED BY SIZE
                   WS-UNIDADE-FILTRO DELIMITED BY SIZE
                   "   DATA: " DELIMITED BY SIZE
                   WS-PRINT-DATA DELIMITED BY SIZE
                   "   PAGINA: " DELIMITED BY SIZE
                   WS-PRINT-PAGINA DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           END-IF.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-PRINT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-PRINT-LINHA.

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
