      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Night run of the deferred report requests. The
      *          trend report, the component analysis and the full
      *          diarios slow the terminals down in the morning, so
      *          MENU-PRINCIPAL queues them in RELATORIO-PEDIDOS.DAT
      *          (PEDREL.cpy) with course, term and turma; this step
      *          of the nightly stream runs the queued lines in
      *          request order, passing the parameters as the
      *          FILTRO_ variables the reports read (FILTREL.cpy) -
      *          a DIARIO gets its course on the prompt and, for a
      *          requester below supervisor, the home campus in
      *          UNIDADE, as it would have on the terminal. Each
      *          report produced is copied to the spool under the
      *          next SPOOL-nnnn.DAT with the requester and request
      *          number on its SPOOL-INDEX.DAT line (SPOOLIX.cpy),
      *          and each outcome is audit-logged in the requester's
      *          name. The request is marked executed with its spool
      *          sequence, or failed with the reason, for the menu to
      *          show at the next sign-on. A queue larger than the
      *          table cancels the run with condition code 16 and
      *          nothing run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDOS-RELATORIO.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-FILE ASSIGN TO "RELATORIO-PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDOS-STATUS.
           SELECT ORIGEM-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGEM-STATUS.
           SELECT SPOOL-FILE ASSIGN TO DYNAMIC WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.
           SELECT INDEX-FILE ASSIGN TO "SPOOL-INDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.
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
       FD  PEDIDOS-FILE.
           COPY PEDREL.

       FD  ORIGEM-FILE.
       01 ORIGEM-LINE        PIC X(700).

       FD  SPOOL-FILE.
       01 SPOOL-LINE         PIC X(700).

       FD  INDEX-FILE.
           COPY SPOOLIX.

       FD  OPERMST-FILE.
           COPY OPERMST.

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
       01 WS-PEDIDOS-STATUS   PIC X(2) VALUE SPACES.
       01 WS-ORIGEM-STATUS    PIC X(2) VALUE SPACES.
       01 WS-SPOOL-STATUS     PIC X(2) VALUE SPACES.
       01 WS-INDEX-STATUS     PIC X(2) VALUE SPACES.
       01 WS-OPERMST-STATUS   PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
       01 WS-OPERSES-STATUS   PIC X(2) VALUE SPACES.
       01 WS-OPERADOR         PIC X(8) VALUE "ANONIMO".
       01 WS-OPERADOR-LIDO    PIC X VALUE "N".
           88 OPERADOR-LIDO   VALUE "S".
       COPY SESRESOL.
       01 WS-AUDIT-MSG        PIC X(90) VALUE SPACES.
      * Operator the audit line is written for - the requester while
      * a request is being reported, the session otherwise.
       01 WS-AUDIT-OPERADOR   PIC X(8) VALUE SPACES.

      * RELATORIO-PEDIDOS.DAT as it stands, in file (request) order.
       01 WS-TABELA-PEDIDOS.
           05 WS-PEDIDO-ENTRY OCCURS 500 TIMES.
               10 WS-PEDIDO-REG   PIC X(128).
       01 WS-TOTAL-PEDIDOS    PIC 9(04) VALUE 0.
       01 WS-MAX-PEDIDOS      PIC 9(04) VALUE 500.

      * Outcome of each request run tonight, applied to the queue
      * under its lock at the end.
       01 WS-TABELA-RESULTADOS.
           05 WS-RES-ENTRY OCCURS 500 TIMES.
               10 WS-RES-SEQ        PIC 9(06).
               10 WS-RES-STATUS     PIC X(01).
               10 WS-RES-SPOOL      PIC 9(04).
               10 WS-RES-MOTIVO     PIC X(30).
               10 WS-RES-QUANDO     PIC X(19).
       01 WS-TOTAL-RESULTADOS PIC 9(04) VALUE 0.

       01 WS-CMD              PIC X(200) VALUE SPACES.
       01 WS-CMD-PREFIXO      PIC X(40) VALUE SPACES.
       01 WS-PROGRAMA         PIC X(12) VALUE SPACES.
       01 WS-NOME-ORIGEM      PIC X(30) VALUE SPACES.
       01 WS-NOME-SPOOL       PIC X(30) VALUE SPACES.
       01 WS-UNIDADE-PEDIDO   PIC X(04) VALUE SPACES.
       01 WS-RC-RELATORIO     PIC S9(9) VALUE 0.
       01 WS-SEQ-SPOOL        PIC 9(04) VALUE 0.
       01 WS-LINHAS           PIC 9(06) VALUE 0.
       01 WS-MOTIVO           PIC X(30) VALUE SPACES.
       01 WS-I                PIC 9(04).
       01 WS-J                PIC 9(04).
       01 WS-QT-EXECUTADOS    PIC 9(04) VALUE 0.
       01 WS-QT-FALHAS        PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR.
           PERFORM CARREGAR-PEDIDOS.
           IF WS-TOTAL-PEDIDOS > WS-MAX-PEDIDOS
               DISPLAY "RELATORIO-PEDIDOS.DAT EXCEDE A CAPACIDADE DE "
                   WS-MAX-PEDIDOS " LINHAS DESTE PROGRAMA - NENHUM "
                   "PEDIDO EXECUTADO."
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "PEDIDOS DE RELATORIO CANCELADOS: FILA EXCEDE "
                   DELIMITED BY SIZE
                   WS-MAX-PEDIDOS DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO WS-TOTAL-RESULTADOS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-PEDIDOS
               MOVE WS-PEDIDO-REG(WS-I) TO PEDIDO-RELATORIO-RECORD
               IF PR-NA-FILA
                   PERFORM EXECUTAR-PEDIDO
               END-IF
           END-PERFORM.
           IF WS-TOTAL-RESULTADOS = 0
               DISPLAY "NENHUM PEDIDO DE RELATORIO NA FILA."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ATUALIZAR-FILA.
           DISPLAY "PEDIDOS DE RELATORIO EXECUTADOS: " WS-QT-EXECUTADOS
               "  COM FALHA: " WS-QT-FALHAS.
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "PEDIDOS DE RELATORIO EXECUTADOS=" DELIMITED BY SIZE
               WS-QT-EXECUTADOS DELIMITED BY SIZE
               " COM FALHA=" DELIMITED BY SIZE
               WS-QT-FALHAS DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      * The count runs past the table on purpose: a queue longer than
      * WS-MAX-PEDIDOS is caught by the caller before anything runs.
       CARREGAR-PEDIDOS.
           MOVE 0 TO WS-TOTAL-PEDIDOS.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT PEDIDOS-FILE.
           IF WS-PEDIDOS-STATUS = "00"
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ PEDIDOS-FILE
                       AT END
                           MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-PEDIDOS
                           IF WS-TOTAL-PEDIDOS <= WS-MAX-PEDIDOS
                               MOVE PEDIDO-RELATORIO-RECORD
                                   TO WS-PEDIDO-REG(WS-TOTAL-PEDIDOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-FILE
           END-IF.

      ******************************************************************
      * One request: the report is run with the requester's
      * parameters, its output file is removed first so a run that
      * produces nothing cannot pass off yesterday's copy, and what
      * it wrote goes to the spool under the requester's name.
      ******************************************************************
       EXECUTAR-PEDIDO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE 0 TO WS-SEQ-SPOOL.
           EVALUATE TRUE
               WHEN PR-TENDENCIA
                   MOVE "./trendrep" TO WS-PROGRAMA
                   MOVE "TENDENCIA-REPORT.DAT" TO WS-NOME-ORIGEM
               WHEN PR-COMPONENTES
                   MOVE "./comprep" TO WS-PROGRAMA
                   MOVE "COMPONENTES-REPORT.DAT" TO WS-NOME-ORIGEM
               WHEN PR-DIARIO
                   MOVE "./gradebook" TO WS-PROGRAMA
                   MOVE "DIARIO-PRINT.DAT" TO WS-NOME-ORIGEM
               WHEN OTHER
                   MOVE "RELATORIO DESCONHECIDO" TO WS-MOTIVO
           END-EVALUATE.
           IF WS-MOTIVO = SPACES
               AND PR-DIARIO AND PR-CURSO = SPACES
               MOVE "DIARIO SEM CURSO" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM APAGAR-SAIDA-ANTERIOR
               PERFORM MONTAR-COMANDO
               DISPLAY "PEDIDO " PR-SEQ " DE " PR-OPERADOR ": "
                   PR-RELATORIO
               MOVE 0 TO RETURN-CODE
               CALL "SYSTEM" USING WS-CMD
               MOVE RETURN-CODE TO WS-RC-RELATORIO
               MOVE 0 TO RETURN-CODE
               IF WS-RC-RELATORIO NOT = 0
                   MOVE "RELATORIO TERMINOU COM ERRO" TO WS-MOTIVO
               ELSE
                   PERFORM CAPTURAR-NO-SPOOL
               END-IF
           END-IF.
           ADD 1 TO WS-TOTAL-RESULTADOS.
           MOVE PR-SEQ TO WS-RES-SEQ(WS-TOTAL-RESULTADOS).
           MOVE FUNCTION CURRENT-DATE(1:19)
               TO WS-RES-QUANDO(WS-TOTAL-RESULTADOS).
           MOVE WS-SEQ-SPOOL TO WS-RES-SPOOL(WS-TOTAL-RESULTADOS).
           MOVE WS-MOTIVO TO WS-RES-MOTIVO(WS-TOTAL-RESULTADOS).
           MOVE SPACES TO WS-AUDIT-MSG.
           IF WS-MOTIVO = SPACES
               MOVE "E" TO WS-RES-STATUS(WS-TOTAL-RESULTADOS)
               ADD 1 TO WS-QT-EXECUTADOS
               STRING "PEDIDO " DELIMITED BY SIZE
                   PR-SEQ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PR-RELATORIO DELIMITED BY SPACE
                   " EXECUTADO SPOOL=" DELIMITED BY SIZE
                   WS-SEQ-SPOOL DELIMITED BY SIZE
                   " CURSO=" DELIMITED BY SIZE
                   PR-CURSO DELIMITED BY SIZE
                   " TERMO=" DELIMITED BY SIZE
                   PR-TERMO DELIMITED BY SIZE
                   " TURMA=" DELIMITED BY SIZE
                   PR-TURMA DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
           ELSE
               MOVE "X" TO WS-RES-STATUS(WS-TOTAL-RESULTADOS)
               ADD 1 TO WS-QT-FALHAS
               DISPLAY "PEDIDO " PR-SEQ " FALHOU: " WS-MOTIVO
               STRING "PEDIDO " DELIMITED BY SIZE
                   PR-SEQ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PR-RELATORIO DELIMITED BY SPACE
                   " FALHOU: " DELIMITED BY SIZE
                   WS-MOTIVO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
           END-IF.
           MOVE PR-OPERADOR TO WS-AUDIT-OPERADOR.
           PERFORM GRAVAR-AUDITORIA.
           MOVE SPACES TO WS-AUDIT-OPERADOR.

       APAGAR-SAIDA-ANTERIOR.
           MOVE SPACES TO WS-ORIGEM-STATUS.
           OPEN INPUT ORIGEM-FILE.
           IF WS-ORIGEM-STATUS = "00"
               CLOSE ORIGEM-FILE
               DELETE FILE ORIGEM-FILE
           END-IF.

      * The parameters travel as environment variables on the command
      * line, the way MENU-PRINCIPAL hands OPERADOR_TERMINAL down; the
      * requester's terminal keeps a session still open there
      * resolving to the requester. DIARIO answers its course prompt
      * from the request and is held to the requester's campus.
       MONTAR-COMANDO.
           MOVE SPACES TO WS-CMD.
           MOVE SPACES TO WS-CMD-PREFIXO.
           IF PR-DIARIO
               PERFORM RESOLVER-UNIDADE-PEDIDO
               STRING "echo " DELIMITED BY SIZE
                   PR-CURSO DELIMITED BY SPACE
                   " | UNIDADE=" DELIMITED BY SIZE
                   WS-UNIDADE-PEDIDO DELIMITED BY SPACE
                   INTO WS-CMD-PREFIXO
               END-STRING
           END-IF.
           STRING WS-CMD-PREFIXO DELIMITED BY "  "
               " OPERADOR_TERMINAL=" DELIMITED BY SIZE
               PR-TERMINAL DELIMITED BY SPACE
               " FILTRO_CURSO=" DELIMITED BY SIZE
               PR-CURSO DELIMITED BY SPACE
               " FILTRO_TERMO=" DELIMITED BY SIZE
               PR-TERMO DELIMITED BY SPACE
               " FILTRO_TURMA=" DELIMITED BY SIZE
               PR-TURMA DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-PROGRAMA DELIMITED BY SPACE
               INTO WS-CMD
           END-STRING.

      * Same rule as RESOLVER-UNIDADE in the campus-aware programs
      * (UNIDSEL.cpy): below supervisor, the home campus (spaces read
      * as SEDE); otherwise every campus.
       RESOLVER-UNIDADE-PEDIDO.
           MOVE SPACES TO WS-UNIDADE-PEDIDO.
           MOVE SPACES TO WS-OPERMST-STATUS.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-STATUS = "00"
               PERFORM UNTIL WS-OPERMST-STATUS = "10"
                   READ OPERMST-FILE
                       AT END
                           MOVE "10" TO WS-OPERMST-STATUS
                       NOT AT END
                           IF OM-OPERATOR-ID = PR-OPERADOR
                               AND OM-NIVEL < 3
                               MOVE OM-UNIDADE TO WS-UNIDADE-PEDIDO
                               IF WS-UNIDADE-PEDIDO = SPACES
                                   MOVE "SEDE" TO WS-UNIDADE-PEDIDO
                               END-IF
                               MOVE "10" TO WS-OPERMST-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERMST-FILE
           END-IF.

      * Spool copy as SPOOL-CAPTURA makes it, under the next sequence
      * of SPOOL-INDEX.DAT, with the requester and request number on
      * the index line.
       CAPTURAR-NO-SPOOL.
           MOVE SPACES TO WS-ORIGEM-STATUS.
           OPEN INPUT ORIGEM-FILE.
           IF WS-ORIGEM-STATUS NOT = "00"
               MOVE "RELATORIO NAO GERADO (SEM DADOS)" TO WS-MOTIVO
           ELSE
               PERFORM ACHAR-ULTIMA-SEQUENCIA
               ADD 1 TO WS-SEQ-SPOOL
               MOVE SPACES TO WS-NOME-SPOOL
               STRING "SPOOL-" DELIMITED BY SIZE
                   WS-SEQ-SPOOL DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-NOME-SPOOL
               END-STRING
               MOVE 0 TO WS-LINHAS
               OPEN OUTPUT SPOOL-FILE
               PERFORM UNTIL WS-ORIGEM-STATUS = "10"
                   READ ORIGEM-FILE
                       AT END
                           MOVE "10" TO WS-ORIGEM-STATUS
                       NOT AT END
                           MOVE ORIGEM-LINE TO SPOOL-LINE
                           WRITE SPOOL-LINE
                           ADD 1 TO WS-LINHAS
                   END-READ
               END-PERFORM
               CLOSE SPOOL-FILE
               CLOSE ORIGEM-FILE
               PERFORM REGISTRAR-NO-INDICE
               DISPLAY WS-NOME-ORIGEM " -> " WS-NOME-SPOOL
                   " (" WS-LINHAS " LINHA(S))"
           END-IF.

       ACHAR-ULTIMA-SEQUENCIA.
           MOVE 0 TO WS-SEQ-SPOOL.
           MOVE SPACES TO WS-INDEX-STATUS.
           OPEN INPUT INDEX-FILE.
           IF WS-INDEX-STATUS = "00"
               PERFORM UNTIL WS-INDEX-STATUS = "10"
                   READ INDEX-FILE
                       AT END
                           MOVE "10" TO WS-INDEX-STATUS
                       NOT AT END
                           IF SP-SEQ > WS-SEQ-SPOOL
                               MOVE SP-SEQ TO WS-SEQ-SPOOL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDEX-FILE
           END-IF.

       REGISTRAR-NO-INDICE.
           MOVE SPACES TO WS-INDEX-STATUS.
           OPEN EXTEND INDEX-FILE.
           IF WS-INDEX-STATUS = "35"
               OPEN OUTPUT INDEX-FILE
               CLOSE INDEX-FILE
               OPEN EXTEND INDEX-FILE
           END-IF.
           MOVE WS-SEQ-SPOOL TO SP-SEQ.
           MOVE WS-NOME-ORIGEM TO SP-ORIGEM.
           MOVE FUNCTION CURRENT-DATE(1:19) TO SP-TIMESTAMP.
           MOVE PR-OPERADOR TO SP-OPERADOR.
           MOVE PR-SEQ TO SP-PEDIDO.
           WRITE SPOOL-INDEX-RECORD.
           CLOSE INDEX-FILE.

      * The queue is re-read under its lock so a request queued from
      * the menu while the reports ran keeps its line; only the
      * requests run here change.
       ATUALIZAR-FILA.
           MOVE "RELATORIO-PEDIDOS.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM CARREGAR-PEDIDOS.
           IF WS-TOTAL-PEDIDOS > WS-MAX-PEDIDOS
               MOVE WS-MAX-PEDIDOS TO WS-TOTAL-PEDIDOS
           END-IF.
           OPEN OUTPUT PEDIDOS-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-PEDIDOS
               MOVE WS-PEDIDO-REG(WS-I) TO PEDIDO-RELATORIO-RECORD
               IF PR-NA-FILA
                   PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-TOTAL-RESULTADOS
                       IF WS-RES-SEQ(WS-J) = PR-SEQ
                           MOVE WS-RES-STATUS(WS-J) TO PR-STATUS
                           MOVE WS-RES-SPOOL(WS-J) TO PR-SPOOL-SEQ
                           MOVE WS-RES-MOTIVO(WS-J) TO PR-MOTIVO
                           MOVE WS-RES-QUANDO(WS-J) TO PR-EXECUTADO-EM
                           MOVE "N" TO PR-AVISADO
                       END-IF
                   END-PERFORM
               END-IF
               WRITE PEDIDO-RELATORIO-RECORD
           END-PERFORM.
           CLOSE PEDIDOS-FILE.
           PERFORM LIBERAR-TRAVA.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "PEDIDOS-RELAT" TO AU-PROGRAM.
           MOVE WS-AUDIT-MSG TO AU-MESSAGE.
           PERFORM LER-OPERADOR.
           MOVE WS-OPERADOR TO AU-OPERATOR.
           IF WS-AUDIT-OPERADOR NOT = SPACES
               MOVE WS-AUDIT-OPERADOR TO AU-OPERATOR
           END-IF.
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
           MOVE "PEDIDOS-RELAT" TO TRAVA-PROGRAMA.
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
