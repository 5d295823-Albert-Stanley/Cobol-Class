      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Distribution of the captured reports. Run after
      *          SPOOL-CAPTURA has spooled the night's reports, it
      *          takes every SPOOL-INDEX.DAT generation newer than the
      *          last one distributed (DISTRIB-CONTROLE.DAT), looks up
      *          its recipients and copies in REPORT-DISTRIB.DAT
      *          (DISTRIB.cpy) and prints a cover sheet per recipient
      *          listing the reports to hand over (DISTRIB-CAPAS.DAT)
      *          and the delivery manifest with a sign-off line per
      *          recipient (DISTRIB-MANIFESTO.DAT), so who received
      *          what is on paper. A report nobody is down for is
      *          flagged on the manifest and the console instead of
      *          being printed for no one. A distribution list larger
      *          than the table cancels the run with condition code
      *          16 and nothing written; generations beyond the
      *          report table are left for the next run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOOL-DISTRIBUI.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE ASSIGN TO "SPOOL-INDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT DISTRIB-FILE ASSIGN TO "REPORT-DISTRIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRIB-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO "DISTRIB-CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "DISTRIB-CAPAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT MANIFESTO-FILE ASSIGN TO "DISTRIB-MANIFESTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTO-STATUS.
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
       FD  INDEX-FILE.
           COPY SPOOLIX.

       FD  DISTRIB-FILE.
           COPY DISTRIB.

      * Last generation already distributed, so a rerun never hands
      * out the same printout twice and a skipped night is caught up.
       FD  CONTROLE-FILE.
       01 CONTROLE-RECORD.
           05 DC-ULTIMA-SEQ      PIC 9(04).
           05 DC-DATA-HORA       PIC X(19).

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       FD  MANIFESTO-FILE.
       01 MANIFESTO-LINE     PIC X(100).

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
       COPY PRTHDR.
       01 WS-INDEX-STATUS     PIC X(2) VALUE SPACES.
       01 WS-DISTRIB-STATUS   PIC X(2) VALUE SPACES.
       01 WS-CONTROLE-STATUS  PIC X(2) VALUE SPACES.
       01 WS-MANIFESTO-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
       01 WS-OPERSES-STATUS   PIC X(2) VALUE SPACES.
       01 WS-OPERADOR         PIC X(8) VALUE "ANONIMO".
       01 WS-OPERADOR-LIDO    PIC X VALUE "N".
           88 OPERADOR-LIDO   VALUE "S".
       COPY SESRESOL.
       01 WS-AUDIT-MSG        PIC X(90) VALUE SPACES.

      * REPORT-DISTRIB.DAT as loaded.
       01 WS-TABELA-DISTRIB.
           05 WS-DS-ENTRY OCCURS 100 TIMES.
               10 WS-DS-ORIGEM       PIC X(30).
               10 WS-DS-DESTINO      PIC X(20).
               10 WS-DS-COPIAS       PIC 9(02).
       01 WS-TOTAL-DISTRIB    PIC 9(03) VALUE 0.
       01 WS-MAX-DISTRIB      PIC 9(03) VALUE 100.

      * Generations to distribute this run, with the number of
      * recipients each one found.
       01 WS-TABELA-NOVOS.
           05 WS-NV-ENTRY OCCURS 200 TIMES.
               10 WS-NV-SEQ          PIC 9(04).
               10 WS-NV-ORIGEM       PIC X(30).
               10 WS-NV-TIMESTAMP    PIC X(19).
               10 WS-NV-DESTINOS     PIC 9(03).
       01 WS-TOTAL-NOVOS      PIC 9(03) VALUE 0.
       01 WS-MAX-NOVOS        PIC 9(03) VALUE 200.
       01 WS-QT-ALEM          PIC 9(04) VALUE 0.

      * Recipients with at least one report this run, in the order
      * they first appear in REPORT-DISTRIB.DAT.
       01 WS-TABELA-DESTINOS.
           05 WS-DT-ENTRY OCCURS 100 TIMES.
               10 WS-DT-NOME         PIC X(20).
               10 WS-DT-RELATORIOS   PIC 9(03).
               10 WS-DT-COPIAS       PIC 9(04).
       01 WS-TOTAL-DESTINOS   PIC 9(03) VALUE 0.

       01 WS-ULTIMA-SEQ       PIC 9(04) VALUE 0.
       01 WS-NOVA-ULTIMA      PIC 9(04) VALUE 0.
       01 WS-SEM-DESTINO      PIC 9(03) VALUE 0.
       01 WS-TOTAL-COPIAS     PIC 9(05) VALUE 0.
       01 WS-ACHOU            PIC X VALUE "N".
           88 ACHOU           VALUE "S".
       01 WS-I                PIC 9(03).
       01 WS-J                PIC 9(03).
       01 WS-K                PIC 9(03).
       01 WS-DATA-EXECUCAO    PIC X(19) VALUE SPACES.
       01 WS-PRINT-LINE       PIC X(100) VALUE SPACES.
       01 WS-DESTINO-ATUAL    PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-DATA-EXECUCAO.
           PERFORM CARREGAR-DISTRIBUICAO.
           IF WS-TOTAL-DISTRIB > WS-MAX-DISTRIB
               DISPLAY "REPORT-DISTRIB.DAT EXCEDE A CAPACIDADE DE "
                   WS-MAX-DISTRIB " LINHAS DESTE PROGRAMA - NADA "
                   "DISTRIBUIDO."
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "DISTRIBUICAO CANCELADA: REPORT-DISTRIB EXCEDE "
                   DELIMITED BY SIZE
                   WS-MAX-DISTRIB DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LER-CONTROLE.
           PERFORM CARREGAR-NOVOS.
           IF WS-TOTAL-NOVOS = 0
               DISPLAY "NENHUM RELATORIO NOVO NO SPOOL DESDE A "
                   "GERACAO " WS-ULTIMA-SEQ " - NADA A DISTRIBUIR."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM MONTAR-DESTINATARIOS.
           PERFORM IMPRIMIR-CAPAS.
           PERFORM GRAVAR-MANIFESTO.
           PERFORM GRAVAR-CONTROLE.

           DISPLAY WS-TOTAL-NOVOS " RELATORIO(S) DISTRIBUIDO(S) A "
               WS-TOTAL-DESTINOS " DESTINATARIO(S), " WS-TOTAL-COPIAS
               " COPIA(S).".
           IF WS-SEM-DESTINO > 0
               DISPLAY WS-SEM-DESTINO " RELATORIO(S) SEM DESTINATARIO"
                   " EM REPORT-DISTRIB.DAT:"
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-NOVOS
                   IF WS-NV-DESTINOS(WS-I) = 0
                       DISPLAY "  " WS-NV-SEQ(WS-I) " "
                           WS-NV-ORIGEM(WS-I)
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-QT-ALEM > 0
               DISPLAY WS-QT-ALEM " GERACAO(OES) ALEM DA TABELA "
                   "FICAM PARA A PROXIMA EXECUCAO."
           END-IF.
           DISPLAY "FOLHAS DE ROSTO EM DISTRIB-CAPAS.DAT, MANIFESTO "
               "EM DISTRIB-MANIFESTO.DAT.".
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "DISTRIBUICAO DO SPOOL ATE GERACAO=" DELIMITED BY SIZE
               WS-NOVA-ULTIMA DELIMITED BY SIZE
               " RELATORIOS=" DELIMITED BY SIZE
               WS-TOTAL-NOVOS DELIMITED BY SIZE
               " DESTINOS=" DELIMITED BY SIZE
               WS-TOTAL-DESTINOS DELIMITED BY SIZE
               " SEM DESTINO=" DELIMITED BY SIZE
               WS-SEM-DESTINO DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      * The count runs past the table on purpose so the caller can
      * tell a complete load from a truncated one.
       CARREGAR-DISTRIBUICAO.
           MOVE 0 TO WS-TOTAL-DISTRIB.
           MOVE SPACES TO WS-DISTRIB-STATUS.
           OPEN INPUT DISTRIB-FILE.
           IF WS-DISTRIB-STATUS = "00"
               PERFORM UNTIL WS-DISTRIB-STATUS = "10"
                   READ DISTRIB-FILE
                       AT END
                           MOVE "10" TO WS-DISTRIB-STATUS
                       NOT AT END
                           IF DS-ORIGEM NOT = SPACES
                               AND DS-DESTINATARIO NOT = SPACES
                               ADD 1 TO WS-TOTAL-DISTRIB
                               IF WS-TOTAL-DISTRIB <= WS-MAX-DISTRIB
                                   PERFORM GUARDAR-DISTRIBUICAO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISTRIB-FILE
           END-IF.

       GUARDAR-DISTRIBUICAO.
           MOVE DS-ORIGEM TO WS-DS-ORIGEM(WS-TOTAL-DISTRIB).
           MOVE DS-DESTINATARIO TO WS-DS-DESTINO(WS-TOTAL-DISTRIB).
           IF DS-COPIAS IS NUMERIC AND DS-COPIAS > 0
               MOVE DS-COPIAS TO WS-DS-COPIAS(WS-TOTAL-DISTRIB)
           ELSE
               MOVE 1 TO WS-DS-COPIAS(WS-TOTAL-DISTRIB)
           END-IF.

       LER-CONTROLE.
           MOVE 0 TO WS-ULTIMA-SEQ.
           MOVE SPACES TO WS-CONTROLE-STATUS.
           OPEN INPUT CONTROLE-FILE.
           IF WS-CONTROLE-STATUS = "00"
               READ CONTROLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DC-ULTIMA-SEQ IS NUMERIC
                           MOVE DC-ULTIMA-SEQ TO WS-ULTIMA-SEQ
                       END-IF
               END-READ
               CLOSE CONTROLE-FILE
           END-IF.

      * SPOOL-INDEX.DAT is in capture order; every generation past
      * the control mark is new. What does not fit the table is
      * counted and left past the new mark for the next run.
       CARREGAR-NOVOS.
           MOVE 0 TO WS-TOTAL-NOVOS WS-QT-ALEM.
           MOVE WS-ULTIMA-SEQ TO WS-NOVA-ULTIMA.
           MOVE SPACES TO WS-INDEX-STATUS.
           OPEN INPUT INDEX-FILE.
           IF WS-INDEX-STATUS = "00"
               PERFORM UNTIL WS-INDEX-STATUS = "10"
                   READ INDEX-FILE
                       AT END
                           MOVE "10" TO WS-INDEX-STATUS
                       NOT AT END
                           IF SP-SEQ > WS-ULTIMA-SEQ
                               IF WS-TOTAL-NOVOS < WS-MAX-NOVOS
                                   AND WS-QT-ALEM = 0
                                   PERFORM GUARDAR-NOVO
                               ELSE
                                   ADD 1 TO WS-QT-ALEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDEX-FILE
           END-IF.

       GUARDAR-NOVO.
           ADD 1 TO WS-TOTAL-NOVOS.
           MOVE SP-SEQ TO WS-NV-SEQ(WS-TOTAL-NOVOS).
           MOVE SP-ORIGEM TO WS-NV-ORIGEM(WS-TOTAL-NOVOS).
           MOVE SP-TIMESTAMP TO WS-NV-TIMESTAMP(WS-TOTAL-NOVOS).
           MOVE 0 TO WS-NV-DESTINOS(WS-TOTAL-NOVOS).
           IF SP-SEQ > WS-NOVA-ULTIMA
               MOVE SP-SEQ TO WS-NOVA-ULTIMA
           END-IF.

      * Counts each generation's recipients and builds the recipient
      * list with its report and copy totals.
       MONTAR-DESTINATARIOS.
           MOVE 0 TO WS-TOTAL-DESTINOS WS-SEM-DESTINO WS-TOTAL-COPIAS.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-DISTRIB
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-NOVOS
                   IF WS-NV-ORIGEM(WS-I) = WS-DS-ORIGEM(WS-J)
                       ADD 1 TO WS-NV-DESTINOS(WS-I)
                       PERFORM SOMAR-DESTINATARIO
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-NOVOS
               IF WS-NV-DESTINOS(WS-I) = 0
                   ADD 1 TO WS-SEM-DESTINO
               END-IF
           END-PERFORM.

       SOMAR-DESTINATARIO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-DESTINOS OR ACHOU
               IF WS-DT-NOME(WS-K) = WS-DS-DESTINO(WS-J)
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF ACHOU
               SUBTRACT 1 FROM WS-K
           ELSE
               ADD 1 TO WS-TOTAL-DESTINOS
               MOVE WS-TOTAL-DESTINOS TO WS-K
               MOVE WS-DS-DESTINO(WS-J) TO WS-DT-NOME(WS-K)
               MOVE 0 TO WS-DT-RELATORIOS(WS-K)
               MOVE 0 TO WS-DT-COPIAS(WS-K)
           END-IF.
           ADD 1 TO WS-DT-RELATORIOS(WS-K).
           ADD WS-DS-COPIAS(WS-J) TO WS-DT-COPIAS(WS-K).
           ADD WS-DS-COPIAS(WS-J) TO WS-TOTAL-COPIAS.

      ******************************************************************
      * Cover sheets: one per recipient, starting on a page of its
      * own, listing each report with its spool generation, capture
      * time and copies - the sheet goes on top of the pile.
      ******************************************************************
       IMPRIMIR-CAPAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 0 TO WS-PRINT-PAGINA.
           OPEN OUTPUT PRINT-FILE.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-DESTINOS
               MOVE WS-DT-NOME(WS-K) TO WS-DESTINO-ATUAL
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-DISTRIB
                   IF WS-DS-DESTINO(WS-J) = WS-DESTINO-ATUAL
                       PERFORM IMPRIMIR-RELATORIOS-DESTINO
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
               MOVE SPACES TO WS-PRINT-LINE
               STRING "TOTAL: " DELIMITED BY SIZE
                   WS-DT-RELATORIOS(WS-K) DELIMITED BY SIZE
                   " RELATORIO(S), " DELIMITED BY SIZE
                   WS-DT-COPIAS(WS-K) DELIMITED BY SIZE
                   " COPIA(S)" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.
           CLOSE PRINT-FILE.

       IMPRIMIR-RELATORIOS-DESTINO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-NOVOS
               IF WS-NV-ORIGEM(WS-I) = WS-DS-ORIGEM(WS-J)
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  SPOOL-" DELIMITED BY SIZE
                       WS-NV-SEQ(WS-I) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-NV-ORIGEM(WS-I) DELIMITED BY SIZE
                       " CAPTURADO " DELIMITED BY SIZE
                       WS-NV-TIMESTAMP(WS-I) DELIMITED BY SIZE
                       "  COPIAS=" DELIMITED BY SIZE
                       WS-DS-COPIAS(WS-J) DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM IMPRIMIR-LINHA
               END-IF
           END-PERFORM.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "FOLHA DE ROSTO - DISTRIBUICAO DE RELATORIOS"
               DELIMITED BY SIZE
               "   DATA: " DELIMITED BY SIZE
               WS-PRINT-DATA DELIMITED BY SIZE
               "   PAGINA: " DELIMITED BY SIZE
               WS-PRINT-PAGINA DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "DESTINATARIO: " DELIMITED BY SIZE
               WS-DESTINO-ATUAL DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 3 TO WS-PRINT-LINHA.

       IMPRIMIR-LINHA.
           IF WS-PRINT-LINHA >= WS-PRINT-MAX-LINHAS
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE WS-PRINT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-PRINT-LINHA.

      ******************************************************************
      * Delivery manifest: per recipient the reports and copies handed
      * over and a line for the receiver's name, signature and date;
      * then the reports nobody is down for, flagged so they are not
      * printed for no one.
      ******************************************************************
       GRAVAR-MANIFESTO.
           OPEN OUTPUT MANIFESTO-FILE.
           MOVE SPACES TO MANIFESTO-LINE.
           STRING "MANIFESTO DE ENTREGA DE RELATORIOS EM "
               DELIMITED BY SIZE
               WS-DATA-EXECUCAO DELIMITED BY SIZE
               " - SPOOL GERACOES " DELIMITED BY SIZE
               WS-NV-SEQ(1) DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-NOVA-ULTIMA DELIMITED BY SIZE
               INTO MANIFESTO-LINE
           END-STRING.
           WRITE MANIFESTO-LINE.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-DESTINOS
               PERFORM GRAVAR-MANIFESTO-DESTINO
           END-PERFORM.
           MOVE SPACES TO MANIFESTO-LINE.
           WRITE MANIFESTO-LINE.
           IF WS-SEM-DESTINO = 0
               MOVE "TODOS OS RELATORIOS TEM DESTINATARIO."
                   TO MANIFESTO-LINE
               WRITE MANIFESTO-LINE
           ELSE
               MOVE SPACES TO MANIFESTO-LINE
               STRING "*** SEM DESTINATARIO (NAO IMPRIMIR - "
                   DELIMITED BY SIZE
                   "CADASTRAR EM REPORT-DISTRIB.DAT): "
                   DELIMITED BY SIZE
                   WS-SEM-DESTINO DELIMITED BY SIZE
                   INTO MANIFESTO-LINE
               END-STRING
               WRITE MANIFESTO-LINE
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-NOVOS
                   IF WS-NV-DESTINOS(WS-I) = 0
                       MOVE SPACES TO MANIFESTO-LINE
                       STRING "  SPOOL-" DELIMITED BY SIZE
                           WS-NV-SEQ(WS-I) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-NV-ORIGEM(WS-I) DELIMITED BY SIZE
                           " CAPTURADO " DELIMITED BY SIZE
                           WS-NV-TIMESTAMP(WS-I) DELIMITED BY SIZE
                           INTO MANIFESTO-LINE
                       END-STRING
                       WRITE MANIFESTO-LINE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE MANIFESTO-FILE.

       GRAVAR-MANIFESTO-DESTINO.
           MOVE SPACES TO MANIFESTO-LINE.
           WRITE MANIFESTO-LINE.
           MOVE SPACES TO MANIFESTO-LINE.
           STRING "DESTINATARIO: " DELIMITED BY SIZE
               WS-DT-NOME(WS-K) DELIMITED BY SIZE
               "  RELATORIOS=" DELIMITED BY SIZE
               WS-DT-RELATORIOS(WS-K) DELIMITED BY SIZE
               "  COPIAS=" DELIMITED BY SIZE
               WS-DT-COPIAS(WS-K) DELIMITED BY SIZE
               INTO MANIFESTO-LINE
           END-STRING.
           WRITE MANIFESTO-LINE.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-DISTRIB
               IF WS-DS-DESTINO(WS-J) = WS-DT-NOME(WS-K)
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-TOTAL-NOVOS
                       IF WS-NV-ORIGEM(WS-I) = WS-DS-ORIGEM(WS-J)
                           MOVE SPACES TO MANIFESTO-LINE
                           STRING "  [ ] SPOOL-" DELIMITED BY SIZE
                               WS-NV-SEQ(WS-I) DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               WS-NV-ORIGEM(WS-I) DELIMITED BY SIZE
                               " COPIAS=" DELIMITED BY SIZE
                               WS-DS-COPIAS(WS-J) DELIMITED BY SIZE
                               INTO MANIFESTO-LINE
                           END-STRING
                           WRITE MANIFESTO-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO MANIFESTO-LINE.
           STRING "  RECEBIDO POR: ______________________  "
               DELIMITED BY SIZE
               "ASSINATURA: ____________________  " DELIMITED BY SIZE
               "DATA: ___/___/______" DELIMITED BY SIZE
               INTO MANIFESTO-LINE
           END-STRING.
           WRITE MANIFESTO-LINE.

       GRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE-FILE.
           MOVE WS-NOVA-ULTIMA TO DC-ULTIMA-SEQ.
           MOVE WS-DATA-EXECUCAO TO DC-DATA-HORA.
           WRITE CONTROLE-RECORD.
           CLOSE CONTROLE-FILE.
       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "SPOOL-DISTRIB" TO AU-PROGRAM.
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
           MOVE "SPOOL-DISTRIB" TO TRAVA-PROGRAMA.
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
