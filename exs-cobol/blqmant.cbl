      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Student holds (bloqueios) desk. Lists the holds on
      *          HOLDS.DAT (BLOQUEIO.cpy), places a new hold against
      *          a matricula on STUDENT.DAT and releases an active
      *          one. Placing and releasing take nivel 2 on
      *          OPERATOR-MASTER.DAT; a released hold keeps its
      *          line, with the release date and operator. The file
      *          is rewritten only under HOLDS.LCK and every change
      *          goes to AUDIT-LOG.DAT. An operator below supervisor
      *          sees, places and releases only the holds of the home
      *          campus's students (ST-UNIDADE; UNIDSEL.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQUEIOS-MANUT.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
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
       FD  HOLDS-FILE.
           COPY BLOQUEIO.

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

       FD  OPERMST-FILE.
           COPY OPERMST.

       FD  LOCK-FILE.
           COPY TRAVREC.

       WORKING-STORAGE SECTION.
       77 WS-HOLDS-STATUS     PIC X(2) VALUE SPACES.
       77 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS   PIC X(2) VALUE SPACES.
       77 WS-OPERMST-STATUS   PIC X(2) VALUE SPACES.
       77 WS-NIVEL-EXIGIDO    PIC 9(1) VALUE 2.
       77 WS-AUTORIZADO       PIC X VALUE "N".
           88 AUTORIZADO      VALUE "S".
       77 WS-OPERADOR         PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO    PIC X VALUE "N".
           88 OPERADOR-LIDO   VALUE "S".
       COPY SESRESOL.
       COPY UNIDSEL.
       COPY LOCKF.
       COPY AUDCHAIN.

       01 WS-TABELA-ALUNOS.
           05 WS-ALUNO-ENTRY OCCURS 100 TIMES.
               10 WS-ALUNO-ID   PIC X(10).
               10 WS-ALUNO-NOME PIC X(30).
               10 WS-ALUNO-UNIDADE PIC X(04).
       01 WS-TOTAL-ALUNOS    PIC 9(3) VALUE 0.
       01 WS-UNID-ALUNO      PIC X(10) VALUE SPACES.
       01 WS-U               PIC 9(3).

       01 WS-TABELA-BLOQUEIOS.
           05 WS-BLQ-ENTRY OCCURS 500 TIMES.
               10 WS-BLQ-REG    PIC X(101).
       01 WS-TOTAL-BLOQUEIOS PIC 9(3) VALUE 0.

       01 WS-OPCAO           PIC X VALUE SPACES.
       01 WS-FILTRO          PIC X VALUE SPACES.
       01 WS-ALUNO-PEDIDO    PIC X(10) VALUE SPACES.
       01 WS-ALUNO-NOME-ACHADO PIC X(30) VALUE SPACES.
       01 WS-ALUNO-ACHADO    PIC X VALUE "N".
           88 ALUNO-ACHADO   VALUE "S".
       01 WS-I               PIC 9(4).
       01 WS-ACHADO          PIC 9(3) VALUE 0.
       01 WS-LISTADOS        PIC 9(3) VALUE 0.
       01 WS-NUMERO-PEDIDO   PIC 9(6) VALUE 0.
       01 WS-MAIOR-NUMERO    PIC 9(6) VALUE 0.
       01 WS-NOVO-TIPO       PIC X(3) VALUE SPACES.
       01 WS-NOVO-SETOR      PIC X(10) VALUE SPACES.
       01 WS-NOVO-MOTIVO     PIC X(40) VALUE SPACES.
       01 WS-HOJE            PIC X(8) VALUE SPACES.
       01 WS-SITUACAO        PIC X(10) VALUE SPACES.
       01 WS-AUDIT-MSG       PIC X(90) VALUE SPACES.
       COPY SNCONF.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR.
           PERFORM CARREGAR-ALUNOS.
           PERFORM RESOLVER-UNIDADE.
           PERFORM UNTIL WS-OPCAO = "4"
               PERFORM MOSTRAR-MENU
               EVALUATE WS-OPCAO
                   WHEN "1"
                       PERFORM LISTAR-BLOQUEIOS
                   WHEN "2"
                       PERFORM COLOCAR-BLOQUEIO
                   WHEN "3"
                       PERFORM LIBERAR-BLOQUEIO
                   WHEN "4"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       MOSTRAR-MENU.
           DISPLAY " "
           DISPLAY "===== BLOQUEIOS DE ALUNOS ====="
           DISPLAY "1 - LISTAR BLOQUEIOS"
           DISPLAY "2 - COLOCAR BLOQUEIO"
           DISPLAY "3 - LIBERAR BLOQUEIO"
           DISPLAY "4 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO:"
           ACCEPT WS-OPCAO.

      * Blank matricula lists every student; "A" keeps only the
      * holds still active.
       LISTAR-BLOQUEIOS.
           DISPLAY "MATRICULA DO ALUNO (BRANCO = TODOS): ".
           ACCEPT WS-ALUNO-PEDIDO.
           DISPLAY "SOMENTE ATIVOS? (A = ATIVOS, T = TODOS): ".
           ACCEPT WS-FILTRO.
           PERFORM CARREGAR-BLOQUEIOS.
           MOVE 0 TO WS-LISTADOS.
           DISPLAY " ".
           DISPLAY "NUMERO MATRICULA  TIPO SETOR      COLOCADO "
               "SITUACAO   MOTIVO".
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-BLOQUEIOS
               MOVE WS-BLQ-REG(WS-I) TO HOLD-RECORD
               MOVE BL-STUDENT-ID TO WS-UNID-ALUNO
               PERFORM UNIDADE-DO-ALUNO
               IF (WS-ALUNO-PEDIDO = SPACES
                   OR BL-STUDENT-ID = WS-ALUNO-PEDIDO)
                   AND NA-UNIDADE
                   AND (BL-ATIVO OR WS-FILTRO NOT = "A"
                        AND WS-FILTRO NOT = "a")
                   ADD 1 TO WS-LISTADOS
                   IF BL-ATIVO
                       MOVE "ATIVO" TO WS-SITUACAO
                   ELSE
                       MOVE BL-DATA-LIBERACAO TO WS-SITUACAO
                   END-IF
                   DISPLAY BL-NUMERO " " BL-STUDENT-ID " " BL-TIPO
                       "  " BL-SETOR " " BL-DATA-COLOCACAO " "
                       WS-SITUACAO " " BL-MOTIVO
               END-IF
           END-PERFORM.
           IF WS-LISTADOS = 0
               DISPLAY "NENHUM BLOQUEIO ENCONTRADO."
           END-IF.

       COLOCAR-BLOQUEIO.
           PERFORM VERIFICAR-AUTORIZACAO.
           IF AUTORIZADO
               DISPLAY "MATRICULA DO ALUNO: "
               ACCEPT WS-ALUNO-PEDIDO
               PERFORM LOCALIZAR-ALUNO
               MOVE WS-ALUNO-PEDIDO TO WS-UNID-ALUNO
               PERFORM UNIDADE-DO-ALUNO
               EVALUATE TRUE
                   WHEN NOT ALUNO-ACHADO
                       DISPLAY "ALUNO NAO CADASTRADO EM STUDENT.DAT."
                   WHEN NOT NA-UNIDADE
                       DISPLAY "ALUNO DA UNIDADE " WS-UNIDADE-REG
                           " - OPERADOR RESTRITO A UNIDADE "
                           WS-UNIDADE-FILTRO
                           ". BLOQUEIO NAO COLOCADO."
                   WHEN OTHER
                       DISPLAY "TIPO (BIB, FIN, DIS, DOC, ADM): "
                       ACCEPT WS-NOVO-TIPO
                       MOVE FUNCTION UPPER-CASE(WS-NOVO-TIPO)
                           TO WS-NOVO-TIPO
                       DISPLAY "SETOR QUE COLOCA O BLOQUEIO: "
                       ACCEPT WS-NOVO-SETOR
                       DISPLAY "MOTIVO: "
                       ACCEPT WS-NOVO-MOTIVO
                       MOVE WS-NOVO-TIPO TO BL-TIPO
                       EVALUATE TRUE
                           WHEN NOT BL-TIPO-VALIDO
                               DISPLAY "TIPO INVALIDO - BLOQUEIO NAO "
                                   "COLOCADO."
                           WHEN WS-NOVO-SETOR = SPACES
                               OR WS-NOVO-MOTIVO = SPACES
                               DISPLAY "SETOR E MOTIVO OBRIGATORIOS - "
                                   "BLOQUEIO NAO COLOCADO."
                           WHEN OTHER
                               PERFORM CONFIRMAR-COLOCACAO
                       END-EVALUATE
               END-EVALUATE
           END-IF.

      * The number is taken from the file as re-read under the lock,
      * so two desks placing holds at once cannot reuse a number.
       CONFIRMAR-COLOCACAO.
           MOVE SPACES TO WS-SN-RESPOSTA.
           PERFORM UNTIL SN-VALIDA
               DISPLAY "BLOQUEAR " WS-ALUNO-PEDIDO " "
                   WS-ALUNO-NOME-ACHADO " (" WS-NOVO-TIPO ")? (S/N)"
               ACCEPT WS-SN-RESPOSTA
               IF NOT SN-VALIDA
                   DISPLAY "RESPOSTA INVALIDA. DIGITE S OU N."
               END-IF
           END-PERFORM.
           IF SN-NAO
               DISPLAY "BLOQUEIO NAO COLOCADO."
           ELSE
               MOVE "HOLDS.LCK" TO WS-LOCK-NOME
               PERFORM OBTER-TRAVA
               PERFORM CARREGAR-BLOQUEIOS
               IF WS-TOTAL-BLOQUEIOS = 500
                   PERFORM LIBERAR-TRAVA
                   DISPLAY "ARQUIVO DE BLOQUEIOS CHEIO - BLOQUEIO NAO "
                       "COLOCADO."
               ELSE
                   MOVE 0 TO WS-MAIOR-NUMERO
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-TOTAL-BLOQUEIOS
                       MOVE WS-BLQ-REG(WS-I) TO HOLD-RECORD
                       IF BL-NUMERO > WS-MAIOR-NUMERO
                           MOVE BL-NUMERO TO WS-MAIOR-NUMERO
                       END-IF
                   END-PERFORM
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
                   MOVE SPACES TO HOLD-RECORD
                   COMPUTE BL-NUMERO = WS-MAIOR-NUMERO + 1
                   MOVE WS-ALUNO-PEDIDO TO BL-STUDENT-ID
                   MOVE WS-NOVO-TIPO TO BL-TIPO
                   MOVE WS-NOVO-SETOR TO BL-SETOR
                   MOVE WS-HOJE TO BL-DATA-COLOCACAO
                   MOVE WS-NOVO-MOTIVO TO BL-MOTIVO
                   MOVE WS-OPERADOR TO BL-COLOCADO-POR
                   ADD 1 TO WS-TOTAL-BLOQUEIOS
                   MOVE HOLD-RECORD TO WS-BLQ-REG(WS-TOTAL-BLOQUEIOS)
                   PERFORM GRAVAR-BLOQUEIOS
                   PERFORM LIBERAR-TRAVA
                   MOVE WS-BLQ-REG(WS-TOTAL-BLOQUEIOS) TO HOLD-RECORD
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "BLOQUEIO COLOCADO NUM=" DELIMITED BY SIZE
                       BL-NUMERO DELIMITED BY SIZE
                       " ALUNO=" DELIMITED BY SIZE
                       BL-STUDENT-ID DELIMITED BY SIZE
                       " TIPO=" DELIMITED BY SIZE
                       BL-TIPO DELIMITED BY SIZE
                       " SETOR=" DELIMITED BY SIZE
                       BL-SETOR DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY "BLOQUEIO " BL-NUMERO " COLOCADO."
               END-IF
           END-IF.

      * Same shape as a suspense resolution in RAZAO-ALUNO: the choice
      * is made on a plain read, applied after the lock and a re-read,
      * and only if the hold is still active.
       LIBERAR-BLOQUEIO.
           PERFORM VERIFICAR-AUTORIZACAO.
           IF AUTORIZADO
               DISPLAY "NUMERO DO BLOQUEIO A LIBERAR: "
               ACCEPT WS-NUMERO-PEDIDO
               PERFORM CARREGAR-BLOQUEIOS
               PERFORM LOCALIZAR-BLOQUEIO
      * A hold of another campus's student was not on the restricted
      * operator's list, so its number is refused as not found.
               IF WS-ACHADO > 0
                   MOVE WS-BLQ-REG(WS-ACHADO) TO HOLD-RECORD
                   MOVE BL-STUDENT-ID TO WS-UNID-ALUNO
                   PERFORM UNIDADE-DO-ALUNO
                   IF NOT NA-UNIDADE
                       MOVE 0 TO WS-ACHADO
                   END-IF
               END-IF
               IF WS-ACHADO = 0
                   DISPLAY "BLOQUEIO NAO ENCONTRADO."
               ELSE
                   MOVE WS-BLQ-REG(WS-ACHADO) TO HOLD-RECORD
                   IF NOT BL-ATIVO
                       DISPLAY "ESTE BLOQUEIO JA FOI LIBERADO EM "
                           BL-DATA-LIBERACAO "."
                   ELSE
                       PERFORM CONFIRMAR-LIBERACAO
                   END-IF
               END-IF
           END-IF.

       CONFIRMAR-LIBERACAO.
           DISPLAY "ALUNO: " BL-STUDENT-ID " TIPO: " BL-TIPO
               " SETOR: " BL-SETOR.
           DISPLAY "MOTIVO: " BL-MOTIVO.
           MOVE SPACES TO WS-SN-RESPOSTA.
           PERFORM UNTIL SN-VALIDA
               DISPLAY "LIBERAR ESTE BLOQUEIO? (S/N)"
               ACCEPT WS-SN-RESPOSTA
               IF NOT SN-VALIDA
                   DISPLAY "RESPOSTA INVALIDA. DIGITE S OU N."
               END-IF
           END-PERFORM.
           IF SN-NAO
               DISPLAY "BLOQUEIO MANTIDO."
           ELSE
               MOVE "HOLDS.LCK" TO WS-LOCK-NOME
               PERFORM OBTER-TRAVA
               PERFORM CARREGAR-BLOQUEIOS
               PERFORM LOCALIZAR-BLOQUEIO
               IF WS-ACHADO > 0
                   MOVE WS-BLQ-REG(WS-ACHADO) TO HOLD-RECORD
               END-IF
               IF WS-ACHADO = 0 OR NOT BL-ATIVO
                   PERFORM LIBERAR-TRAVA
                   DISPLAY "BLOQUEIO JA LIBERADO POR OUTRO OPERADOR."
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATA-LIBERACAO
                   MOVE WS-OPERADOR TO BL-LIBERADO-POR
                   MOVE HOLD-RECORD TO WS-BLQ-REG(WS-ACHADO)
                   PERFORM GRAVAR-BLOQUEIOS
                   PERFORM LIBERAR-TRAVA
                   MOVE WS-BLQ-REG(WS-ACHADO) TO HOLD-RECORD
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "BLOQUEIO LIBERADO NUM=" DELIMITED BY SIZE
                       BL-NUMERO DELIMITED BY SIZE
                       " ALUNO=" DELIMITED BY SIZE
                       BL-STUDENT-ID DELIMITED BY SIZE
                       " TIPO=" DELIMITED BY SIZE
                       BL-TIPO DELIMITED BY SIZE
                       " SETOR=" DELIMITED BY SIZE
                       BL-SETOR DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY "BLOQUEIO " BL-NUMERO " LIBERADO."
               END-IF
           END-IF.

       LOCALIZAR-BLOQUEIO.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-BLOQUEIOS
               MOVE WS-BLQ-REG(WS-I) TO HOLD-RECORD
               IF BL-NUMERO = WS-NUMERO-PEDIDO
                   MOVE WS-I TO WS-ACHADO
               END-IF
           END-PERFORM.

       CARREGAR-BLOQUEIOS.
           MOVE 0 TO WS-TOTAL-BLOQUEIOS.
           MOVE SPACES TO WS-HOLDS-STATUS.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-STATUS = "00"
               PERFORM UNTIL WS-HOLDS-STATUS = "10"
                   OR WS-TOTAL-BLOQUEIOS = 500
                   READ HOLDS-FILE
                       AT END
                           MOVE "10" TO WS-HOLDS-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-BLOQUEIOS
                           MOVE HOLD-RECORD
                               TO WS-BLQ-REG(WS-TOTAL-BLOQUEIOS)
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

      * Rewrites HOLDS.DAT from the table; the caller holds HOLDS.LCK.
       GRAVAR-BLOQUEIOS.
           OPEN OUTPUT HOLDS-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-BLOQUEIOS
               MOVE WS-BLQ-REG(WS-I) TO HOLD-RECORD
               WRITE HOLD-RECORD
           END-PERFORM.
           CLOSE HOLDS-FILE.

       LOCALIZAR-ALUNO.
           MOVE "N" TO WS-ALUNO-ACHADO.
           MOVE SPACES TO WS-ALUNO-NOME-ACHADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               IF WS-ALUNO-ID(WS-I) = WS-ALUNO-PEDIDO
                   MOVE "S" TO WS-ALUNO-ACHADO
                   MOVE WS-ALUNO-NOME(WS-I) TO WS-ALUNO-NOME-ACHADO
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
                           MOVE ST-NOME
                               TO WS-ALUNO-NOME(WS-TOTAL-ALUNOS)
                           MOVE ST-UNIDADE
                               TO WS-ALUNO-UNIDADE(WS-TOTAL-ALUNOS)
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      * The campus (ST-UNIDADE) of WS-UNID-ALUNO against the filter;
      * a student not on STUDENT.DAT reads as SEDE.
       UNIDADE-DO-ALUNO.
           MOVE SPACES TO WS-UNIDADE-REG.
           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-TOTAL-ALUNOS
               IF WS-ALUNO-ID(WS-U) = WS-UNID-ALUNO
                   MOVE WS-ALUNO-UNIDADE(WS-U) TO WS-UNIDADE-REG
               END-IF
           END-PERFORM.
           PERFORM VERIFICAR-UNIDADE.

       VERIFICAR-AUTORIZACAO.
           MOVE "N" TO WS-AUTORIZADO.
           MOVE SPACES TO WS-OPERMST-STATUS.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-STATUS NOT = "00"
               MOVE "S" TO WS-AUTORIZADO
           ELSE
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
               DISPLAY "ACESSO NEGADO: BLOQUEIOS EXIGEM NIVEL "
                   WS-NIVEL-EXIGIDO ". OPERADOR ATUAL: " WS-OPERADOR
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "BLOQUEIO NEGADO OPERADOR=" DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   " NIVEL EXIGIDO=" DELIMITED BY SIZE
                   WS-NIVEL-EXIGIDO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "BLOQUEIOS" TO AU-PROGRAM.
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
           MOVE "BLOQUEIOS" TO TRAVA-PROGRAMA.
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
