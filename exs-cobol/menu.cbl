           SELECT ALERTAS-FILE ASSIGN TO "OPERATIONS-ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.
           SELECT PEDIDOS-FILE ASSIGN TO "RELATORIO-PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS-FILE.
           COPY EXCPT.

       FD  PEDIDOS-FILE.
           COPY PEDREL.

       WORKING-STORAGE SECTION.
       COPY LOCKF.
       COPY AUDCHAIN.
       01 OPCAO-MENU         PIC 99 VALUE 9.
       01 WS-OPERSES-STATUS  PIC X(2) VALUE SPACES.
       01 WS-OPERMST-STATUS  PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.

       01 WS-TERMINAL        PIC X(8) VALUE SPACES.
       01 WS-HOJE            PIC X(8) VALUE SPACES.
       01 WS-SIGNON-QUANDO   PIC X(19) VALUE SPACES.
       01 WS-TABELA-SESSOES.
           05 WS-SES-ENTRY OCCURS 10 TIMES.
               10 WS-SES-OPERADOR PIC X(08).

       COPY SNCONF.

      * Deferred report requests (PEDREL.cpy).
       01 WS-PEDIDOS-STATUS  PIC X(2) VALUE SPACES.
       01 WS-TABELA-PEDIDOS.
           05 WS-PEDIDO-ENTRY OCCURS 500 TIMES.
               10 WS-PEDIDO-REG PIC X(128).
       01 WS-TOTAL-PEDIDOS   PIC 9(4) VALUE 0.
       01 WS-P               PIC 9(4).
       01 WS-PEDIDOS-AVISADOS PIC 9(3) VALUE 0.
       01 WS-ULTIMO-PEDIDO   PIC 9(6) VALUE 0.
       01 WS-PED-OPCAO       PIC X VALUE SPACES.
       01 WS-PED-RELATORIO   PIC X(12) VALUE SPACES.
       01 WS-PED-CURSO       PIC X(10) VALUE SPACES.
       01 WS-PED-TERMO       PIC X(06) VALUE SPACES.
       01 WS-PED-TURMA       PIC X(04) VALUE SPACES.
       01 WS-PED-SITUACAO    PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ASSINAR-SESSAO
           PERFORM MOSTRAR-EXCECOES
           PERFORM MOSTRAR-PEDIDOS
           PERFORM UNTIL OPCAO-MENU = 0
               PERFORM MOSTRAR-MENU
               PERFORM EXECUTAR-OPCAO
           PERFORM PEDIR-TERMINAL.
           PERFORM CARREGAR-SESSOES.
           PERFORM REGISTRAR-SESSAO.
      * The registry forgets a session at sign-off; the audit line is
      * what the monthly operator review (ATIVIDADE-OPERADORES) reads
      * the sign-on history from, with the registry's own timestamp.
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "SIGN-ON TERMINAL=" DELIMITED BY SIZE
               WS-TERMINAL DELIMITED BY SIZE
               " EM=" DELIMITED BY SIZE
               WS-SIGNON-QUANDO DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY "SESSAO ABERTA PARA O OPERADOR " WS-OPERADOR
               " NO TERMINAL " WS-TERMINAL.

               WRITE OPERATOR-SESSION-RECORD
           END-PERFORM.
           MOVE WS-OPERADOR TO OP-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-SIGNON-QUANDO.
           MOVE WS-SIGNON-QUANDO TO OP-SIGNON-TIME.
           MOVE WS-TERMINAL TO OP-TERMINAL-ID.
           WRITE OPERATOR-SESSION-RECORD.
           CLOSE OPERSES-FILE.
           DISPLAY "7 - EXERCICIO08"
           DISPLAY "8 - EXERCICIO07    (disciplinas)"
           DISPLAY "9 - EXERCICIO09    (pares e impares)"
           DISPLAY "10 - CALCULO-SISTEMA (sistemas lineares)"
           DISPLAY "11 - PEDIR RELATORIO PARA A NOITE (tendencia, "
               "componentes, diario)"
           DISPLAY "0 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO:"
           ACCEPT OPCAO-MENU.
               WHEN 9
                   MOVE "./ex9" TO WS-PROGRAMA
                   PERFORM LANCAR-PROGRAMA
               WHEN 10
                   MOVE "./sistlin" TO WS-PROGRAMA
                   PERFORM LANCAR-PROGRAMA
               WHEN 11
                   PERFORM PEDIR-RELATORIO
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      * The operator's report requests (PEDREL.cpy) meet them at
      * sign-on: the ones still queued, and the ones the night ran or
      * failed since the last sign-on - those are stamped as shown so
      * they appear once.
       MOSTRAR-PEDIDOS.
           MOVE "RELATORIO-PEDIDOS.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM CARREGAR-PEDIDOS.
           MOVE 0 TO WS-PEDIDOS-AVISADOS.
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-TOTAL-PEDIDOS
               MOVE WS-PEDIDO-REG(WS-P) TO PEDIDO-RELATORIO-RECORD
               IF PR-OPERADOR = WS-OPERADOR
                   AND (PR-NA-FILA OR NOT PR-JA-AVISADO)
                   PERFORM MOSTRAR-UM-PEDIDO
               END-IF
           END-PERFORM.
           IF WS-PEDIDOS-AVISADOS > 0
               PERFORM REGRAVAR-PEDIDOS
           END-IF.
           PERFORM LIBERAR-TRAVA.

       MOSTRAR-UM-PEDIDO.
           MOVE SPACES TO WS-PED-SITUACAO.
           EVALUATE TRUE
               WHEN PR-NA-FILA
                   MOVE "NA FILA" TO WS-PED-SITUACAO
               WHEN PR-EXECUTADO
                   STRING "EXECUTADO - SPOOL " DELIMITED BY SIZE
                       PR-SPOOL-SEQ DELIMITED BY SIZE
                       " EM " DELIMITED BY SIZE
                       PR-EXECUTADO-EM DELIMITED BY SIZE
                       INTO WS-PED-SITUACAO
                   END-STRING
               WHEN OTHER
                   STRING "FALHOU - " DELIMITED BY SIZE
                       PR-MOTIVO DELIMITED BY SIZE
                       INTO WS-PED-SITUACAO
                   END-STRING
           END-EVALUATE.
           DISPLAY "PEDIDO " PR-SEQ " " PR-RELATORIO " CURSO="
               PR-CURSO " TERMO=" PR-TERMO " TURMA=" PR-TURMA.
           DISPLAY "    " WS-PED-SITUACAO.
           IF NOT PR-NA-FILA
               MOVE "S" TO PR-AVISADO
               MOVE PEDIDO-RELATORIO-RECORD TO WS-PEDIDO-REG(WS-P)
               ADD 1 TO WS-PEDIDOS-AVISADOS
           END-IF.

      * A queue past the table is shown as far as it fits and never
      * regraved, so no line is lost.
       CARREGAR-PEDIDOS.
           MOVE 0 TO WS-TOTAL-PEDIDOS WS-ULTIMO-PEDIDO.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN INPUT PEDIDOS-FILE.
           IF WS-PEDIDOS-STATUS = "00"
               PERFORM UNTIL WS-PEDIDOS-STATUS = "10"
                   READ PEDIDOS-FILE
                       AT END
                           MOVE "10" TO WS-PEDIDOS-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-PEDIDOS
                           IF WS-TOTAL-PEDIDOS <= 500
                               MOVE PEDIDO-RELATORIO-RECORD
                                   TO WS-PEDIDO-REG(WS-TOTAL-PEDIDOS)
                           END-IF
                           IF PR-SEQ IS NUMERIC
                               AND PR-SEQ > WS-ULTIMO-PEDIDO
                               MOVE PR-SEQ TO WS-ULTIMO-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-FILE
           END-IF.

      * A request run or failed and already shown to its requester
      * is done with and leaves the queue here - the audit trail keeps
      * its history. The line with the highest PR-SEQ stays, so the
      * numbering carries on from it.
       REGRAVAR-PEDIDOS.
           IF WS-TOTAL-PEDIDOS <= 500
               OPEN OUTPUT PEDIDOS-FILE
               PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TOTAL-PEDIDOS
                   MOVE WS-PEDIDO-REG(WS-P) TO PEDIDO-RELATORIO-RECORD
                   IF PR-NA-FILA OR NOT PR-JA-AVISADO
                       OR PR-SEQ = WS-ULTIMO-PEDIDO
                       WRITE PEDIDO-RELATORIO-RECORD
                   END-IF
               END-PERFORM
               CLOSE PEDIDOS-FILE
           END-IF.

      * Heavy reports are queued for the PEDIDOS step of the night
      * instead of running on the terminal; the request carries the
      * operator, so the spool and the audit trail show who asked.
       PEDIR-RELATORIO.
           MOVE SPACES TO WS-PED-RELATORIO.
           PERFORM UNTIL WS-PED-RELATORIO NOT = SPACES
               DISPLAY "RELATORIO: 1 - TENDENCIA  2 - COMPONENTES  "
                   "3 - DIARIO  0 - VOLTAR"
               ACCEPT WS-PED-OPCAO
               EVALUATE WS-PED-OPCAO
                   WHEN "1"
                       MOVE "TENDENCIA" TO WS-PED-RELATORIO
                   WHEN "2"
                       MOVE "COMPONENTES" TO WS-PED-RELATORIO
                   WHEN "3"
                       MOVE "DIARIO" TO WS-PED-RELATORIO
                   WHEN "0"
                       MOVE "*" TO WS-PED-RELATORIO
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.
           IF WS-PED-RELATORIO NOT = "*"
               PERFORM PEDIR-PARAMETROS
           END-IF.

       PEDIR-PARAMETROS.
           MOVE SPACES TO WS-PED-CURSO.
           DISPLAY "CURSO (EX: MEDIA, EXER13; EM BRANCO = TODOS):".
           ACCEPT WS-PED-CURSO.
           PERFORM UNTIL WS-PED-CURSO NOT = SPACES
               OR WS-PED-RELATORIO NOT = "DIARIO"
               DISPLAY "O DIARIO E POR CURSO - INFORME O CURSO:"
               ACCEPT WS-PED-CURSO
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-PED-CURSO) TO WS-PED-CURSO.
           MOVE SPACES TO WS-PED-TERMO.
           DISPLAY "TERMO (EX: 2026-2; EM BRANCO = TODOS):".
           ACCEPT WS-PED-TERMO.
           MOVE SPACES TO WS-PED-TURMA.
           DISPLAY "TURMA (EM BRANCO = TODAS):".
           ACCEPT WS-PED-TURMA.
           MOVE FUNCTION UPPER-CASE(WS-PED-TURMA) TO WS-PED-TURMA.
           MOVE SPACES TO WS-SN-RESPOSTA.
           PERFORM UNTIL SN-VALIDA
               DISPLAY "CONFIRMA O PEDIDO DE " WS-PED-RELATORIO
                   " PARA A NOITE? (S/N)"
               ACCEPT WS-SN-RESPOSTA
               IF NOT SN-VALIDA
                   DISPLAY "OPCAO INVALIDA. DIGITE S OU N."
               END-IF
           END-PERFORM.
           IF SN-SIM
               PERFORM ENFILEIRAR-PEDIDO
           ELSE
               DISPLAY "PEDIDO CANCELADO."
           END-IF.

      * The queue holds as many lines as PEDIDOS-RELATORIO can load
      * (500); a full queue refuses the request rather than leave the
      * night run unable to read it.
       ENFILEIRAR-PEDIDO.
           MOVE "RELATORIO-PEDIDOS.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM CARREGAR-PEDIDOS.
           IF WS-TOTAL-PEDIDOS < 500
               PERFORM GRAVAR-PEDIDO
           ELSE
               PERFORM LIBERAR-TRAVA
               DISPLAY "FILA DE PEDIDOS CHEIA (500 LINHAS) - PEDIDO "
                   "NAO REGISTRADO. TENTE DEPOIS DA PROXIMA NOITE."
           END-IF.

       GRAVAR-PEDIDO.
           MOVE SPACES TO PEDIDO-RELATORIO-RECORD.
           COMPUTE PR-SEQ = WS-ULTIMO-PEDIDO + 1.
           MOVE WS-PED-RELATORIO TO PR-RELATORIO.
           MOVE WS-PED-CURSO TO PR-CURSO.
           MOVE WS-PED-TERMO TO PR-TERMO.
           MOVE WS-PED-TURMA TO PR-TURMA.
           MOVE WS-OPERADOR TO PR-OPERADOR.
           MOVE WS-TERMINAL TO PR-TERMINAL.
           MOVE FUNCTION CURRENT-DATE(1:19) TO PR-PEDIDO-EM.
           MOVE "F" TO PR-STATUS.
           MOVE 0 TO PR-SPOOL-SEQ.
           MOVE "N" TO PR-AVISADO.
           MOVE SPACES TO WS-PEDIDOS-STATUS.
           OPEN EXTEND PEDIDOS-FILE.
           IF WS-PEDIDOS-STATUS = "35"
               OPEN OUTPUT PEDIDOS-FILE
               CLOSE PEDIDOS-FILE
               OPEN EXTEND PEDIDOS-FILE
           END-IF.
           WRITE PEDIDO-RELATORIO-RECORD.
           CLOSE PEDIDOS-FILE.
           PERFORM LIBERAR-TRAVA.
           DISPLAY "PEDIDO " PR-SEQ " NA FILA - SERA EXECUTADO NA "
               "PROXIMA NOITE; O RESULTADO APARECE NO SEU PROXIMO "
               "SIGN-ON.".
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "PEDIDO DE RELATORIO " DELIMITED BY SIZE
               PR-SEQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PR-RELATORIO DELIMITED BY SPACE
               " CURSO=" DELIMITED BY SIZE
               PR-CURSO DELIMITED BY SIZE
               " TERMO=" DELIMITED BY SIZE
               PR-TERMO DELIMITED BY SIZE
               " TURMA=" DELIMITED BY SIZE
               PR-TURMA DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.

      * The launched program resolves its own session by the
      * OPERADOR_TERMINAL name exported on the command line (see
      * OPERSES.cpy) - two menus on two terminals stop stamping each
