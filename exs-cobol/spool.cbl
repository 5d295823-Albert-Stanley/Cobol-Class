      * Date: 21-08-2026
      * Purpose: Spool capture for the suite's report files. Every
      *          report (EX13-REPORT, EX09-REPORT/RESUMO, EX10-,
      *          EX11-, EX12-, DELTA-, SISTEMA-REPORT, the PRINT files,
      *          the EX12-SERVICO job sheets,
      *          the LISTA-FOLHA/GABARITO problem sheets and the
      *          CORRECAO-LISTAS marking report,
      *          RECONCILE-REPORT, NIGHTLY-REPORT, the
      *          BOLETIM-PARCIAL interim report cards) is clobbered by
      *          the next run, so yesterday's evidence is gone when a
      *          question arrives. Run after the nightly window, this
      *          copies each report present on disk to a sequenced
      *          the number of months LOG-RETENTION.DAT configures
      *          for the logs (default 6), deleting the expired
      *          SPOOL-nnnn.DAT files and their index rows so the
      *          spool does not grow without bound. The requester
      *          of a report run from the request queue (SP-OPERADOR,
      *          SP-PEDIDO) survives the sweep's rewrite of the index.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FILLER PIC X(30) VALUE "EX10-REPORT.DAT".
           05 FILLER PIC X(30) VALUE "EX11-REPORT.DAT".
           05 FILLER PIC X(30) VALUE "EX12-REPORT.DAT".
           05 FILLER PIC X(30) VALUE "EX12-SERVICO.DAT".
           05 FILLER PIC X(30) VALUE "DELTA-REPORT.DAT".
           05 FILLER PIC X(30) VALUE "DELTA-PRINT.DAT".
           05 FILLER PIC X(30) VALUE "SISTEMA-REPORT.DAT".
           05 FILLER PIC X(30) VALUE "SISTEMA-PRINT.DAT".
           05 FILLER PIC X(30) VALUE "LISTA-FOLHA.DAT".
           05 FILLER PIC X(30) VALUE "LISTA-GABARITO.DAT".
           05 FILLER PIC X(30) VALUE "CORRECAO-LISTAS.DAT".
           05 FILLER PIC X(30) VALUE "EX07-PRINT.DAT".
           05 FILLER PIC X(30) VALUE "EX08-PRINT.DAT".
           05 FILLER PIC X(30) VALUE "RECONCILE-REPORT.DAT".
           05 FILLER PIC X(30) VALUE "NIGHTLY-REPORT.DAT".
           05 FILLER PIC X(30) VALUE "BOLETIM-PARCIAL.DAT".
       01 WS-TABELA-RELATORIO REDEFINES WS-NOMES-RELATORIO.
           05 WS-NOME-RELATORIO PIC X(30) OCCURS 19 TIMES.
       01 WS-TOTAL-RELATORIOS PIC 9(2) VALUE 19.

       01 WS-I               PIC 9(2).
       01 WS-SEQ-ATUAL       PIC 9(4) VALUE 0.
               10 WS-IDX-SEQ       PIC 9(4).
               10 WS-IDX-ORIGEM    PIC X(30).
               10 WS-IDX-TIMESTAMP PIC X(19).
               10 WS-IDX-OPERADOR  PIC X(08).
               10 WS-IDX-PEDIDO    PIC 9(06).
       01 WS-TOTAL-INDICE    PIC 9(3) VALUE 0.
       01 WS-J               PIC 9(3).
       01 WS-FIM-DO-INDICE   PIC X VALUE "N".
           MOVE WS-SEQ-ATUAL TO SP-SEQ.
           MOVE WS-NOME-ORIGEM TO SP-ORIGEM.
           MOVE FUNCTION CURRENT-DATE(1:19) TO SP-TIMESTAMP.
           MOVE SPACES TO SP-OPERADOR.
           MOVE 0 TO SP-PEDIDO.
           WRITE SPOOL-INDEX-RECORD.
           CLOSE INDEX-FILE.

                               TO WS-IDX-ORIGEM(WS-TOTAL-INDICE)
                           MOVE SP-TIMESTAMP
                               TO WS-IDX-TIMESTAMP(WS-TOTAL-INDICE)
                           MOVE SP-OPERADOR
                               TO WS-IDX-OPERADOR(WS-TOTAL-INDICE)
                           IF SP-PEDIDO IS NUMERIC
                               MOVE SP-PEDIDO
                                   TO WS-IDX-PEDIDO(WS-TOTAL-INDICE)
                           ELSE
                               MOVE 0 TO WS-IDX-PEDIDO(WS-TOTAL-INDICE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDEX-FILE
                   MOVE WS-IDX-SEQ(WS-J) TO SP-SEQ
                   MOVE WS-IDX-ORIGEM(WS-J) TO SP-ORIGEM
                   MOVE WS-IDX-TIMESTAMP(WS-J) TO SP-TIMESTAMP
                   MOVE WS-IDX-OPERADOR(WS-J) TO SP-OPERADOR
                   MOVE WS-IDX-PEDIDO(WS-J) TO SP-PEDIDO
                   WRITE SPOOL-INDEX-RECORD
               END-IF
           END-PERFORM.
