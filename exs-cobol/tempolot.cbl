      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Run-time history of the nightly stream and the
      *          batch-window forecast. Reads NIGHTLY-TEMPOS.DAT
      *          (NTTEMPO.cpy), the line NIGHTLY-CONTROLE appends for
      *          every step it ends, keeps the last 30 nights and
      *          prints per step the nights run, the average, least
      *          and greatest elapsed seconds, last night's seconds,
      *          the average and last records processed, and the
      *          growth in records per night (least-squares over the
      *          window). A night-by-night block follows with the
      *          stream's start, end, duration and records.
      *          The forecast carries each step's growth forward,
      *          prices the projected records at the step's seconds
      *          per record, adds the usual gaps between steps and
      *          compares the projected end of the stream with the
      *          end of the batch window (JANELA-FIM on
      *          ALERT-LIMITS.DAT) for up to JANELA-NOITES nights
      *          ahead. A forecast overrun, or a night that already
      *          ended past the window, becomes an exception on
      *          OPERATIONS-ALERTS.DAT (EXCPT.cpy) for the sign-on
      *          list, one open row per code as STATUS-OPERACOES
      *          keeps them. Printed to TEMPOS-LOTE-REPORT.DAT and
      *          echoed to the console; runs as the TEMPOS step of
      *          the stream or on its own in the morning.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMPOS-LOTE.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPOS-FILE ASSIGN TO "NIGHTLY-TEMPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPOS-STATUS.
           SELECT PRINT-FILE ASSIGN TO "TEMPOS-LOTE-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT LIMITES-FILE ASSIGN TO "ALERT-LIMITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITES-STATUS.
           SELECT ALERTAS-FILE ASSIGN TO "OPERATIONS-ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMPOS-FILE.
           COPY NTTEMPO.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       FD  LIMITES-FILE.
           COPY ALERTLIM.

       FD  ALERTAS-FILE.
           COPY EXCPT.

       WORKING-STORAGE SECTION.
       01 WS-TEMPOS-STATUS    PIC X(2) VALUE SPACES.

      * The last 30 nights on the history, oldest first. Clock times
      * are seconds from midnight of the night's own date, so a
      * stream that crosses midnight ends past 86400 instead of
      * wrapping back to the morning.
       01 WS-TABELA-NOITES.
           05 WS-NT-ENTRY OCCURS 30 TIMES.
               10 WS-NT-DATA       PIC X(8).
               10 WS-NT-INICIO     PIC 9(6).
               10 WS-NT-FIM        PIC 9(6).
               10 WS-NT-REGISTROS  PIC 9(7).
               10 WS-NT-SEG-PASSOS PIC 9(7).
               10 WS-NT-TEVE       PIC X.
       01 WS-TOTAL-NOITES     PIC 9(2) VALUE 0.
       01 WS-MAXIMO-NOITES    PIC 9(2) VALUE 30.
       01 WS-N                PIC 9(2).
       01 WS-M                PIC 9(2).

      * One entry per step name, with its seconds and records on
      * each night of the window and the figures worked out of them.
       01 WS-TABELA-PASSOS.
           05 WS-PS-ENTRY OCCURS 20 TIMES.
               10 WS-PS-NOME       PIC X(12).
               10 WS-PS-NOITE OCCURS 30 TIMES.
                   15 WS-PS-SEG    PIC 9(6).
                   15 WS-PS-REG    PIC 9(6).
                   15 WS-PS-TEVE   PIC X.
               10 WS-PS-QTDE       PIC 9(2).
               10 WS-PS-SOMA-SEG   PIC 9(8).
               10 WS-PS-SOMA-REG   PIC 9(8).
               10 WS-PS-MIN-SEG    PIC 9(6).
               10 WS-PS-MAX-SEG    PIC 9(6).
               10 WS-PS-ULT-SEG    PIC 9(6).
               10 WS-PS-ULT-REG    PIC 9(6).
               10 WS-PS-MEDIA-SEG  PIC 9(6)V99.
               10 WS-PS-MEDIA-REG  PIC 9(7)V99.
               10 WS-PS-MEDIA-X    PIC 9(2)V9(4).
               10 WS-PS-CRESC      PIC S9(7)V9(4).
               10 WS-PS-TAXA       PIC 9(5)V9(6).
       01 WS-TOTAL-PASSOS     PIC 9(2) VALUE 0.
       01 WS-MAXIMO-PASSOS    PIC 9(2) VALUE 20.
       01 WS-S                PIC 9(2).
       01 WS-PASSOS-IGNORADOS PIC 9(5) VALUE 0.

      * Least-squares sums for one step's records against the night
      * number.
       01 WS-SOMA-X           PIC S9(11) VALUE 0.
       01 WS-SOMA-XX          PIC S9(11) VALUE 0.
       01 WS-SOMA-Y           PIC S9(11) VALUE 0.
       01 WS-SOMA-XY          PIC S9(13) VALUE 0.
       01 WS-DENOMINADOR      PIC S9(13) VALUE 0.

      * A history timestamp broken out for the clock arithmetic.
       01 WS-CARIMBO.
           05 WS-CAR-DATA     PIC 9(8).
           05 WS-CAR-HH       PIC 9(2).
           05 WS-CAR-MM       PIC 9(2).
           05 WS-CAR-SS       PIC 9(2).
           05 FILLER          PIC X(5).
       01 WS-DATA-NOITE       PIC 9(8).
       01 WS-DIA-NOITE        PIC 9(7).
       01 WS-RELOGIO          PIC S9(7).
       01 WS-RELOGIO-INICIO   PIC 9(6).
       01 WS-RELOGIO-FIM      PIC 9(6).

      * Stream averages and the projection.
       01 WS-NOITES-VALIDAS   PIC 9(2) VALUE 0.
       01 WS-MEDIA-INICIO     PIC 9(6) VALUE 0.
       01 WS-MEDIA-FOLGA      PIC 9(6) VALUE 0.
       01 WS-SOMA-INICIO      PIC 9(8) VALUE 0.
       01 WS-SOMA-FOLGA       PIC 9(8) VALUE 0.
       01 WS-FOLGA            PIC S9(7) VALUE 0.
       01 WS-K                PIC 9(3).
       01 WS-X                PIC 9(3).
       01 WS-REG-PROJ         PIC S9(9)V99 VALUE 0.
       01 WS-SEG-PROJ         PIC S9(9)V99 VALUE 0.
       01 WS-DURACAO-PROJ     PIC S9(9)V99 VALUE 0.
       01 WS-FIM-PROJ         PIC 9(7) VALUE 0.
       01 WS-JANELA-SEG       PIC 9(6) VALUE 0.
       01 WS-ESTOURO-NOITES   PIC 9(3) VALUE 0.
       01 WS-ESTOURO-FIM      PIC 9(7) VALUE 0.
       01 WS-ESTOURO-PREVISTO PIC X VALUE "N".
           88 ESTOURO-PREVISTO VALUE "S".
       01 WS-DIAS-INTEIROS    PIC 9(7).
       01 WS-DATA-PREVISTA    PIC 9(8).
       01 WS-ULTIMA-NOITE     PIC 9(8).

      * HH:MM of a clock in seconds, folded back into the day.
       01 WS-SEGUNDOS-HORA    PIC 9(7).
       01 WS-QUOCIENTE        PIC 9(7).
       01 WS-RESTO-DIA        PIC 9(5).
       01 WS-HORA-EDIT.
           05 WS-HE-HH        PIC 9(2).
           05 FILLER          PIC X VALUE ":".
           05 WS-HE-MM        PIC 9(2).
       01 WS-HORA-1           PIC X(5).
       01 WS-HORA-2           PIC X(5).

       01 WS-NOITES-DISP      PIC Z9.
       01 WS-SEG-DISP         PIC ZZZZZ9.
       01 WS-MIN-DISP         PIC ZZZZZ9.
       01 WS-MAX-DISP         PIC ZZZZZ9.
       01 WS-ULT-DISP         PIC ZZZZZ9.
       01 WS-REG-DISP         PIC ZZZZZZ9.
       01 WS-ULTREG-DISP      PIC ZZZZZ9.
       01 WS-CRESC-DISP       PIC -ZZZZZ9,9.
       01 WS-DUR-DISP         PIC ZZZZ9.
       01 WS-K-DISP           PIC ZZ9.

      * Window limits (ALERTLIM.cpy) and the open-exceptions table
      * (EXCPT.cpy); a window left at zero was not configured and
      * no forecast is made.
       01 WS-LIMITES-STATUS   PIC X(2) VALUE SPACES.
       01 WS-ALERTAS-STATUS   PIC X(2) VALUE SPACES.
       01 WS-LIM-JANELA-FIM   PIC 9(6) VALUE 0.
       01 WS-JANELA-HORA REDEFINES WS-LIM-JANELA-FIM.
           05 WS-JH-HH        PIC 9(2).
           05 WS-JH-MM        PIC 9(2).
           05 WS-JH-SS        PIC 9(2).
       01 WS-LIM-JANELA-NOITES PIC 9(6) VALUE 30.

       01 WS-TABELA-ALERTAS.
           05 WS-ALERTA-ENTRY OCCURS 100 TIMES.
               10 WS-ALERTA-REG PIC X(122).
       01 WS-TOTAL-ALERTAS    PIC 9(3) VALUE 0.
       01 WS-ALERTAS-MUDARAM  PIC X VALUE "N".
           88 ALERTAS-MUDARAM VALUE "S".
       01 WS-NOVO-CODIGO      PIC X(15) VALUE SPACES.
       01 WS-NOVA-MENSAGEM    PIC X(60) VALUE SPACES.
       01 WS-JA-ABERTA        PIC X VALUE "N".
           88 JA-ABERTA       VALUE "S".
       01 WS-A                PIC 9(3).

       COPY PRTHDR.
       01 WS-PRINT-LINE       PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           PERFORM IMPRIMIR-CABECALHO.

           PERFORM LER-LIMITES.
           PERFORM CARREGAR-ALERTAS.
           PERFORM LER-NOITES.
           IF WS-TOTAL-NOITES = 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NENHUM TEMPO DE PASSO EM NIGHTLY-TEMPOS.DAT - "
                   DELIMITED BY SIZE
                   "NADA A RELATAR." DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA-E-TELA
           ELSE
               PERFORM ACUMULAR-HISTORICO
               PERFORM CALCULAR-PASSOS
               PERFORM RELATAR-PASSOS
               PERFORM RELATAR-NOITES
               PERFORM AVALIAR-JANELA
           END-IF.

           IF ALERTAS-MUDARAM
               PERFORM GRAVAR-ALERTAS
               DISPLAY "EXCECOES GRAVADAS EM OPERATIONS-ALERTS.DAT "
                   "- SERAO EXIBIDAS NO SIGN-ON."
           END-IF.

           CLOSE PRINT-FILE.
           DISPLAY "HISTORICO DE TEMPOS GRAVADO EM "
               "TEMPOS-LOTE-REPORT.DAT".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LER-LIMITES.
           OPEN INPUT LIMITES-FILE.
           IF WS-LIMITES-STATUS = "00"
               PERFORM UNTIL WS-LIMITES-STATUS = "10"
                   READ LIMITES-FILE
                       AT END
                           MOVE "10" TO WS-LIMITES-STATUS
                       NOT AT END
                           EVALUATE AT-CHAVE
                               WHEN "JANELA-FIM"
                                   MOVE AT-VALOR TO WS-LIM-JANELA-FIM
                               WHEN "JANELA-NOITES"
                                   MOVE AT-VALOR
                                       TO WS-LIM-JANELA-NOITES
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE LIMITES-FILE
           END-IF.
           IF WS-LIM-JANELA-NOITES > 999
               MOVE 999 TO WS-LIM-JANELA-NOITES
           END-IF.

       CARREGAR-ALERTAS.
           MOVE SPACES TO WS-ALERTAS-STATUS.
           OPEN INPUT ALERTAS-FILE.
           IF WS-ALERTAS-STATUS = "00"
               PERFORM UNTIL WS-ALERTAS-STATUS = "10"
                   OR WS-TOTAL-ALERTAS = 100
                   READ ALERTAS-FILE
                       AT END
                           MOVE "10" TO WS-ALERTAS-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-ALERTAS
                           MOVE SPACES
                               TO WS-ALERTA-REG(WS-TOTAL-ALERTAS)
                           MOVE OPERATIONS-ALERT-RECORD
                               TO WS-ALERTA-REG(WS-TOTAL-ALERTAS)
                   END-READ
               END-PERFORM
               CLOSE ALERTAS-FILE
           END-IF.

      * First pass: which nights make up the window. Only steps that
      * finished (CC up to 08) count - an abended step's seconds say
      * nothing about how long the step takes.
       LER-NOITES.
           MOVE SPACES TO WS-TEMPOS-STATUS.
           OPEN INPUT TEMPOS-FILE.
           IF WS-TEMPOS-STATUS = "00"
               PERFORM UNTIL WS-TEMPOS-STATUS = "10"
                   READ TEMPOS-FILE
                       AT END
                           MOVE "10" TO WS-TEMPOS-STATUS
                       NOT AT END
                           IF TP-NOITE IS NUMERIC
                               AND TP-CC <= 08
                               PERFORM REGISTRAR-NOITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPOS-FILE
           END-IF.

      * Keeps the table in date order and at most 30 long: a night
      * newer than the oldest kept pushes the oldest out.
       REGISTRAR-NOITE.
           MOVE 0 TO WS-N.
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-TOTAL-NOITES
               IF WS-NT-DATA(WS-M) = TP-NOITE
                   MOVE WS-M TO WS-N
               END-IF
           END-PERFORM.
           IF WS-N = 0
               IF WS-TOTAL-NOITES = WS-MAXIMO-NOITES
                   IF TP-NOITE > WS-NT-DATA(1)
                       PERFORM VARYING WS-M FROM 1 BY 1
                           UNTIL WS-M >= WS-TOTAL-NOITES
                           MOVE WS-NT-DATA(WS-M + 1)
                               TO WS-NT-DATA(WS-M)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-TOTAL-NOITES
                       PERFORM INSERIR-NOITE
                   END-IF
               ELSE
                   PERFORM INSERIR-NOITE
               END-IF
           END-IF.

       INSERIR-NOITE.
           MOVE WS-TOTAL-NOITES TO WS-M.
           PERFORM UNTIL WS-M = 0
               OR WS-NT-DATA(WS-M) < TP-NOITE
               MOVE WS-NT-DATA(WS-M) TO WS-NT-DATA(WS-M + 1)
               SUBTRACT 1 FROM WS-M
           END-PERFORM.
           MOVE TP-NOITE TO WS-NT-DATA(WS-M + 1).
           ADD 1 TO WS-TOTAL-NOITES.

      * Second pass: each finished step of a night in the window
      * goes into its step's column for that night and stretches the
      * night's start and end.
       ACUMULAR-HISTORICO.
           PERFORM VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > WS-TOTAL-NOITES
               MOVE 0 TO WS-NT-INICIO(WS-N)
               MOVE 0 TO WS-NT-FIM(WS-N)
               MOVE 0 TO WS-NT-REGISTROS(WS-N)
               MOVE 0 TO WS-NT-SEG-PASSOS(WS-N)
               MOVE "N" TO WS-NT-TEVE(WS-N)
           END-PERFORM.
           MOVE SPACES TO WS-TEMPOS-STATUS.
           OPEN INPUT TEMPOS-FILE.
           IF WS-TEMPOS-STATUS = "00"
               PERFORM UNTIL WS-TEMPOS-STATUS = "10"
                   READ TEMPOS-FILE
                       AT END
                           MOVE "10" TO WS-TEMPOS-STATUS
                       NOT AT END
                           IF TP-NOITE IS NUMERIC
                               AND TP-CC <= 08
                               PERFORM ACUMULAR-UM-TEMPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPOS-FILE
           END-IF.

       ACUMULAR-UM-TEMPO.
           MOVE 0 TO WS-N.
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-TOTAL-NOITES
               IF WS-NT-DATA(WS-M) = TP-NOITE
                   MOVE WS-M TO WS-N
               END-IF
           END-PERFORM.
           IF WS-N > 0
               PERFORM LOCALIZAR-PASSO
               IF WS-S > 0
                   IF WS-PS-TEVE(WS-S, WS-N) NOT = "S"
                       MOVE "S" TO WS-PS-TEVE(WS-S, WS-N)
                       MOVE 0 TO WS-PS-SEG(WS-S, WS-N)
                       MOVE 0 TO WS-PS-REG(WS-S, WS-N)
                   END-IF
                   ADD TP-SEGUNDOS TO WS-PS-SEG(WS-S, WS-N)
                   ADD TP-PROCESSADOS TO WS-PS-REG(WS-S, WS-N)
               ELSE
                   ADD 1 TO WS-PASSOS-IGNORADOS
               END-IF
               ADD TP-SEGUNDOS TO WS-NT-SEG-PASSOS(WS-N)
               ADD TP-PROCESSADOS TO WS-NT-REGISTROS(WS-N)
               MOVE TP-NOITE TO WS-DATA-NOITE
               COMPUTE WS-DIA-NOITE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NOITE)
               MOVE TP-INICIO TO WS-CARIMBO
               PERFORM CALCULAR-RELOGIO
               MOVE WS-RELOGIO TO WS-RELOGIO-INICIO
               MOVE TP-FIM TO WS-CARIMBO
               PERFORM CALCULAR-RELOGIO
               MOVE WS-RELOGIO TO WS-RELOGIO-FIM
               IF WS-NT-TEVE(WS-N) NOT = "S"
                   MOVE "S" TO WS-NT-TEVE(WS-N)
                   MOVE WS-RELOGIO-INICIO TO WS-NT-INICIO(WS-N)
                   MOVE WS-RELOGIO-FIM TO WS-NT-FIM(WS-N)
               ELSE
                   IF WS-RELOGIO-INICIO < WS-NT-INICIO(WS-N)
                       MOVE WS-RELOGIO-INICIO TO WS-NT-INICIO(WS-N)
                   END-IF
                   IF WS-RELOGIO-FIM > WS-NT-FIM(WS-N)
                       MOVE WS-RELOGIO-FIM TO WS-NT-FIM(WS-N)
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-PASSO.
           MOVE 0 TO WS-S.
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-TOTAL-PASSOS
               IF WS-PS-NOME(WS-M) = TP-PASSO
                   MOVE WS-M TO WS-S
               END-IF
           END-PERFORM.
           IF WS-S = 0 AND WS-TOTAL-PASSOS < WS-MAXIMO-PASSOS
               ADD 1 TO WS-TOTAL-PASSOS
               MOVE WS-TOTAL-PASSOS TO WS-S
               MOVE TP-PASSO TO WS-PS-NOME(WS-S)
               PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MAXIMO-NOITES
                   MOVE 0 TO WS-PS-SEG(WS-S, WS-M)
                   MOVE 0 TO WS-PS-REG(WS-S, WS-M)
                   MOVE "N" TO WS-PS-TEVE(WS-S, WS-M)
               END-PERFORM
           END-IF.

      * Seconds from midnight of the night's date to the timestamp
      * in WS-CARIMBO; a timestamp that is not a date reads as the
      * start of the night.
       CALCULAR-RELOGIO.
           IF WS-CAR-DATA IS NUMERIC
               AND WS-CAR-DATA > 16010101
               COMPUTE WS-RELOGIO =
                   (FUNCTION INTEGER-OF-DATE(WS-CAR-DATA)
                    - WS-DIA-NOITE) * 86400
                   + WS-CAR-HH * 3600 + WS-CAR-MM * 60 + WS-CAR-SS
           ELSE
               MOVE 0 TO WS-RELOGIO
           END-IF.
           IF WS-RELOGIO < 0
               MOVE 0 TO WS-RELOGIO
           END-IF.

      * Per step: count, sums, least and greatest, last night, the
      * seconds each record costs, and the growth in records per
      * night as the slope of the least-squares line through the
      * nights it ran.
       CALCULAR-PASSOS.
           PERFORM VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > WS-TOTAL-PASSOS
               PERFORM CALCULAR-UM-PASSO
           END-PERFORM.

       CALCULAR-UM-PASSO.
           MOVE 0 TO WS-PS-QTDE(WS-S) WS-PS-SOMA-SEG(WS-S)
               WS-PS-SOMA-REG(WS-S) WS-PS-MIN-SEG(WS-S)
               WS-PS-MAX-SEG(WS-S) WS-PS-ULT-SEG(WS-S)
               WS-PS-ULT-REG(WS-S) WS-PS-MEDIA-SEG(WS-S)
               WS-PS-MEDIA-REG(WS-S) WS-PS-MEDIA-X(WS-S)
               WS-PS-CRESC(WS-S) WS-PS-TAXA(WS-S).
           MOVE 0 TO WS-SOMA-X WS-SOMA-XX WS-SOMA-Y WS-SOMA-XY.
           PERFORM VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > WS-TOTAL-NOITES
               IF WS-PS-TEVE(WS-S, WS-N) = "S"
                   ADD 1 TO WS-PS-QTDE(WS-S)
                   ADD WS-PS-SEG(WS-S, WS-N) TO WS-PS-SOMA-SEG(WS-S)
                   ADD WS-PS-REG(WS-S, WS-N) TO WS-PS-SOMA-REG(WS-S)
                   IF WS-PS-QTDE(WS-S) = 1
                       OR WS-PS-SEG(WS-S, WS-N) < WS-PS-MIN-SEG(WS-S)
                       MOVE WS-PS-SEG(WS-S, WS-N)
                           TO WS-PS-MIN-SEG(WS-S)
                   END-IF
                   IF WS-PS-SEG(WS-S, WS-N) > WS-PS-MAX-SEG(WS-S)
                       MOVE WS-PS-SEG(WS-S, WS-N)
                           TO WS-PS-MAX-SEG(WS-S)
                   END-IF
                   MOVE WS-PS-SEG(WS-S, WS-N) TO WS-PS-ULT-SEG(WS-S)
                   MOVE WS-PS-REG(WS-S, WS-N) TO WS-PS-ULT-REG(WS-S)
                   ADD WS-N TO WS-SOMA-X
                   COMPUTE WS-SOMA-XX = WS-SOMA-XX + WS-N * WS-N
                   ADD WS-PS-REG(WS-S, WS-N) TO WS-SOMA-Y
                   COMPUTE WS-SOMA-XY = WS-SOMA-XY
                       + WS-N * WS-PS-REG(WS-S, WS-N)
               END-IF
           END-PERFORM.
           IF WS-PS-QTDE(WS-S) > 0
               COMPUTE WS-PS-MEDIA-SEG(WS-S) ROUNDED =
                   WS-PS-SOMA-SEG(WS-S) / WS-PS-QTDE(WS-S)
               COMPUTE WS-PS-MEDIA-REG(WS-S) ROUNDED =
                   WS-PS-SOMA-REG(WS-S) / WS-PS-QTDE(WS-S)
               COMPUTE WS-PS-MEDIA-X(WS-S) ROUNDED =
                   WS-SOMA-X / WS-PS-QTDE(WS-S)
           END-IF.
           IF WS-PS-SOMA-REG(WS-S) > 0
               COMPUTE WS-PS-TAXA(WS-S) ROUNDED =
                   WS-PS-SOMA-SEG(WS-S) / WS-PS-SOMA-REG(WS-S)
           END-IF.
           IF WS-PS-QTDE(WS-S) > 1
               COMPUTE WS-DENOMINADOR =
                   WS-PS-QTDE(WS-S) * WS-SOMA-XX
                   - WS-SOMA-X * WS-SOMA-X
               IF WS-DENOMINADOR > 0
                   COMPUTE WS-PS-CRESC(WS-S) ROUNDED =
                       (WS-PS-QTDE(WS-S) * WS-SOMA-XY
                        - WS-SOMA-X * WS-SOMA-Y) / WS-DENOMINADOR
               END-IF
           END-IF.

       RELATAR-PASSOS.
           MOVE WS-TOTAL-NOITES TO WS-NOITES-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "--- TEMPOS POR PASSO - ULTIMAS " DELIMITED BY SIZE
               WS-NOITES-DISP DELIMITED BY SIZE
               " NOITE(S) DE " DELIMITED BY SIZE
               WS-NT-DATA(1) DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-NT-DATA(WS-TOTAL-NOITES) DELIMITED BY SIZE
               " ---" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA-E-TELA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PASSO        NT MEDIA-S   MIN-S   MAX-S   ULT-S"
               DELIMITED BY SIZE
               " MEDIA-REG ULT-REG CRESC/NOITE" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA-E-TELA.
           PERFORM VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > WS-TOTAL-PASSOS
               MOVE WS-PS-QTDE(WS-S) TO WS-NOITES-DISP
               MOVE WS-PS-MEDIA-SEG(WS-S) TO WS-SEG-DISP
               MOVE WS-PS-MIN-SEG(WS-S) TO WS-MIN-DISP
               MOVE WS-PS-MAX-SEG(WS-S) TO WS-MAX-DISP
               MOVE WS-PS-ULT-SEG(WS-S) TO WS-ULT-DISP
               MOVE WS-PS-MEDIA-REG(WS-S) TO WS-REG-DISP
               MOVE WS-PS-ULT-REG(WS-S) TO WS-ULTREG-DISP
               MOVE WS-PS-CRESC(WS-S) TO WS-CRESC-DISP
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-PS-NOME(WS-S) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOITES-DISP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SEG-DISP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-MIN-DISP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-MAX-DISP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ULT-DISP DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-REG-DISP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ULTREG-DISP DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-CRESC-DISP DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA-E-TELA
           END-PERFORM.
           IF WS-PASSOS-IGNORADOS > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** " DELIMITED BY SIZE
                   WS-PASSOS-IGNORADOS DELIMITED BY SIZE
                   " TEMPO(S) DE PASSOS ALEM DE 20 NOMES DIFERENTES "
                   DELIMITED BY SIZE
                   "NAO DETALHADO(S)" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA-E-TELA
           END-IF.

      * Night by night, and the averages the forecast starts from:
      * the usual start of the stream and the usual time between
      * steps (the night's span less the seconds its steps ran).
       RELATAR-NOITES.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA-E-TELA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "--- NOITES DO LOTE (DURACAO EM MINUTOS) ---"
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA-E-TELA.
           MOVE 0 TO WS-NOITES-VALIDAS WS-SOMA-INICIO WS-SOMA-FOLGA.
           PERFORM VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > WS-TOTAL-NOITES
               IF WS-NT-TEVE(WS-N) = "S"
                   ADD 1 TO WS-NOITES-VALIDAS
                   ADD WS-NT-INICIO(WS-N) TO WS-SOMA-INICIO
                   COMPUTE WS-FOLGA = WS-NT-FIM(WS-N)
                       - WS-NT-INICIO(WS-N) - WS-NT-SEG-PASSOS(WS-N)
                   IF WS-FOLGA > 0
                       ADD WS-FOLGA TO WS-SOMA-FOLGA
                   END-IF
                   MOVE WS-NT-INICIO(WS-N) TO WS-SEGUNDOS-HORA
                   PERFORM FORMATAR-HORA
                   MOVE WS-HORA-EDIT TO WS-HORA-1
                   MOVE WS-NT-FIM(WS-N) TO WS-SEGUNDOS-HORA
                   PERFORM FORMATAR-HORA
                   MOVE WS-HORA-EDIT TO WS-HORA-2
                   COMPUTE WS-DUR-DISP ROUNDED =
                       (WS-NT-FIM(WS-N) - WS-NT-INICIO(WS-N)) / 60
                   MOVE WS-NT-REGISTROS(WS-N) TO WS-REG-DISP
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING WS-NT-DATA(WS-N) DELIMITED BY SIZE
                       "  INICIO " DELIMITED BY SIZE
                       WS-HORA-1 DELIMITED BY SIZE
                       "  FIM " DELIMITED BY SIZE
                       WS-HORA-2 DELIMITED BY SIZE
                       "  DURACAO " DELIMITED BY SIZE
                       WS-DUR-DISP DELIMITED BY SIZE
                       "  REGISTROS " DELIMITED BY SIZE
                       WS-REG-DISP DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM IMPRIMIR-LINHA-E-TELA
               END-IF
           END-PERFORM.
           IF WS-NOITES-VALIDAS > 0
               COMPUTE WS-MEDIA-INICIO ROUNDED =
                   WS-SOMA-INICIO / WS-NOITES-VALIDAS
               COMPUTE WS-MEDIA-FOLGA ROUNDED =
                   WS-SOMA-FOLGA / WS-NOITES-VALIDAS
           END-IF.

      * The last night against the window, then the projection night
      * by night until the projected end passes the window or the
      * horizon runs out. A window end earlier in the day than the
      * usual start is the next morning's.
       AVALIAR-JANELA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA-E-TELA.
           MOVE "--- JANELA DO LOTE (ALERT-LIMITS.DAT) ---"
               TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA-E-TELA.
           IF WS-LIM-JANELA-FIM = 0
               MOVE "JANELA-FIM NAO CONFIGURADA - SEM PREVISAO."
                   TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA-E-TELA
           ELSE
               COMPUTE WS-JANELA-SEG =
                   WS-JH-HH * 3600 + WS-JH-MM * 60 + WS-JH-SS
               IF WS-JANELA-SEG <= WS-MEDIA-INICIO
                   ADD 86400 TO WS-JANELA-SEG
               END-IF
               PERFORM VERIFICAR-ULTIMA-NOITE
               PERFORM PREVER-ESTOURO
           END-IF.

       VERIFICAR-ULTIMA-NOITE.
           MOVE WS-JANELA-SEG TO WS-SEGUNDOS-HORA.
           PERFORM FORMATAR-HORA.
           MOVE WS-HORA-EDIT TO WS-HORA-1.
           MOVE WS-NT-FIM(WS-TOTAL-NOITES) TO WS-SEGUNDOS-HORA.
           PERFORM FORMATAR-HORA.
           MOVE WS-HORA-EDIT TO WS-HORA-2.
           IF WS-NT-TEVE(WS-TOTAL-NOITES) = "S"
               AND WS-NT-FIM(WS-TOTAL-NOITES) > WS-JANELA-SEG
               MOVE "JANELA-ESTOURO" TO WS-NOVO-CODIGO
               MOVE SPACES TO WS-NOVA-MENSAGEM
               STRING "LOTE DE " DELIMITED BY SIZE
                   WS-NT-DATA(WS-TOTAL-NOITES) DELIMITED BY SIZE
                   " TERMINOU AS " DELIMITED BY SIZE
                   WS-HORA-2 DELIMITED BY SIZE
                   ", APOS A JANELA " DELIMITED BY SIZE
                   WS-HORA-1 DELIMITED BY SIZE
                   INTO WS-NOVA-MENSAGEM
               END-STRING
               PERFORM REGISTRAR-EXCECAO
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ULTIMA NOITE " DELIMITED BY SIZE
                   WS-NT-DATA(WS-TOTAL-NOITES) DELIMITED BY SIZE
                   " TERMINOU AS " DELIMITED BY SIZE
                   WS-HORA-2 DELIMITED BY SIZE
                   " - DENTRO DA JANELA " DELIMITED BY SIZE
                   WS-HORA-1 DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA-E-TELA
           END-IF.

       PREVER-ESTOURO.
           IF WS-NOITES-VALIDAS < 2
               MOVE "HISTORICO DE MENOS DE 2 NOITES - SEM PREVISAO."
                   TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA-E-TELA
           ELSE
               MOVE "N" TO WS-ESTOURO-PREVISTO
               MOVE 1 TO WS-K
               PERFORM UNTIL WS-K > WS-LIM-JANELA-NOITES
                   OR ESTOURO-PREVISTO
                   PERFORM PROJETAR-NOITE
                   IF WS-FIM-PROJ > WS-JANELA-SEG
                       MOVE "S" TO WS-ESTOURO-PREVISTO
                       MOVE WS-K TO WS-ESTOURO-NOITES
                       MOVE WS-FIM-PROJ TO WS-ESTOURO-FIM
                   ELSE
                       ADD 1 TO WS-K
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-K
               PERFORM PROJETAR-NOITE
               MOVE WS-FIM-PROJ TO WS-SEGUNDOS-HORA
               PERFORM FORMATAR-HORA
               MOVE SPACES TO WS-PRINT-LINE
               STRING "FIM PREVISTO PARA A PROXIMA NOITE: "
                   DELIMITED BY SIZE
                   WS-HORA-EDIT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA-E-TELA
               MOVE WS-JANELA-SEG TO WS-SEGUNDOS-HORA
               PERFORM FORMATAR-HORA
               MOVE WS-HORA-EDIT TO WS-HORA-1
               IF ESTOURO-PREVISTO
                   MOVE WS-ESTOURO-FIM TO WS-SEGUNDOS-HORA
                   PERFORM FORMATAR-HORA
                   MOVE WS-HORA-EDIT TO WS-HORA-2
                   MOVE WS-ESTOURO-NOITES TO WS-K-DISP
                   MOVE WS-NT-DATA(WS-TOTAL-NOITES)
                       TO WS-ULTIMA-NOITE
                   COMPUTE WS-DIAS-INTEIROS =
                       FUNCTION INTEGER-OF-DATE(WS-ULTIMA-NOITE)
                       + WS-ESTOURO-NOITES
                   COMPUTE WS-DATA-PREVISTA =
                       FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS)
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "NOITE DO ESTOURO PREVISTO: "
                       DELIMITED BY SIZE
                       WS-DATA-PREVISTA DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM IMPRIMIR-LINHA-E-TELA
                   MOVE "JANELA-PREVISTA" TO WS-NOVO-CODIGO
                   MOVE SPACES TO WS-NOVA-MENSAGEM
                   STRING "JANELA " DELIMITED BY SIZE
                       WS-HORA-1 DELIMITED BY SIZE
                       " ESTOURA EM " DELIMITED BY SIZE
                       WS-K-DISP DELIMITED BY SIZE
                       " NOITE(S) - FIM PREVISTO " DELIMITED BY SIZE
                       WS-HORA-2 DELIMITED BY SIZE
                       INTO WS-NOVA-MENSAGEM
                   END-STRING
                   PERFORM REGISTRAR-EXCECAO
               ELSE
                   MOVE WS-LIM-JANELA-NOITES TO WS-K-DISP
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "SEM ESTOURO DA JANELA " DELIMITED BY SIZE
                       WS-HORA-1 DELIMITED BY SIZE
                       " PREVISTO NAS PROXIMAS " DELIMITED BY SIZE
                       WS-K-DISP DELIMITED BY SIZE
                       " NOITE(S)." DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM IMPRIMIR-LINHA-E-TELA
               END-IF
           END-IF.

      * Projected end of the stream WS-K nights after the last one:
      * each step's records read off its growth line, priced at its
      * seconds per record (a step that counts no records keeps its
      * average seconds), weighted by how many of the nights it ran
      * so a month-end step counts as often as it runs; plus the
      * usual gaps, from the usual start.
       PROJETAR-NOITE.
           COMPUTE WS-X = WS-TOTAL-NOITES + WS-K.
           MOVE WS-MEDIA-FOLGA TO WS-DURACAO-PROJ.
           PERFORM VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > WS-TOTAL-PASSOS
               IF WS-PS-QTDE(WS-S) > 0
                   IF WS-PS-SOMA-REG(WS-S) > 0
                       COMPUTE WS-REG-PROJ = WS-PS-MEDIA-REG(WS-S)
                           + WS-PS-CRESC(WS-S)
                           * (WS-X - WS-PS-MEDIA-X(WS-S))
                       IF WS-REG-PROJ < 0
                           MOVE 0 TO WS-REG-PROJ
                       END-IF
                       COMPUTE WS-SEG-PROJ =
                           WS-REG-PROJ * WS-PS-TAXA(WS-S)
                   ELSE
                       MOVE WS-PS-MEDIA-SEG(WS-S) TO WS-SEG-PROJ
                   END-IF
                   COMPUTE WS-DURACAO-PROJ = WS-DURACAO-PROJ
                       + WS-SEG-PROJ * WS-PS-QTDE(WS-S)
                       / WS-NOITES-VALIDAS
               END-IF
           END-PERFORM.
           COMPUTE WS-FIM-PROJ ROUNDED =
               WS-MEDIA-INICIO + WS-DURACAO-PROJ.

      * HH:MM of WS-SEGUNDOS-HORA, past-midnight clocks folded back.
       FORMATAR-HORA.
           DIVIDE WS-SEGUNDOS-HORA BY 86400 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-DIA.
           DIVIDE WS-RESTO-DIA BY 3600 GIVING WS-HE-HH
               REMAINDER WS-RESTO-DIA.
           DIVIDE WS-RESTO-DIA BY 60 GIVING WS-HE-MM.

      * One open exception per code: an unacknowledged breach from a
      * previous run is not duplicated by today's.
       REGISTRAR-EXCECAO.
           MOVE "N" TO WS-JA-ABERTA.
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-TOTAL-ALERTAS
               MOVE WS-ALERTA-REG(WS-A)
                   TO OPERATIONS-ALERT-RECORD
               IF XC-CODIGO = WS-NOVO-CODIGO AND XC-ABERTA
                   MOVE "S" TO WS-JA-ABERTA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*** EXCECAO " DELIMITED BY SIZE
               WS-NOVO-CODIGO DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-NOVA-MENSAGEM DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA-E-TELA.
           IF NOT JA-ABERTA
               IF WS-TOTAL-ALERTAS < 100
                   MOVE FUNCTION CURRENT-DATE(1:19)
                       TO XC-TIMESTAMP
                   MOVE WS-NOVO-CODIGO TO XC-CODIGO
                   MOVE WS-NOVA-MENSAGEM TO XC-MENSAGEM
                   MOVE "N" TO XC-ACK
                   MOVE SPACES TO XC-ACK-POR
                   MOVE SPACES TO XC-ACK-EM
                   ADD 1 TO WS-TOTAL-ALERTAS
                   MOVE SPACES
                       TO WS-ALERTA-REG(WS-TOTAL-ALERTAS)
                   MOVE OPERATIONS-ALERT-RECORD
                       TO WS-ALERTA-REG(WS-TOTAL-ALERTAS)
                   MOVE "S" TO WS-ALERTAS-MUDARAM
               END-IF
           END-IF.

       GRAVAR-ALERTAS.
           OPEN OUTPUT ALERTAS-FILE.
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-TOTAL-ALERTAS
               MOVE WS-ALERTA-REG(WS-A)
                   TO OPERATIONS-ALERT-RECORD
               WRITE OPERATIONS-ALERT-RECORD
           END-PERFORM.
           CLOSE ALERTAS-FILE.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "HISTORICO DE TEMPOS DO LOTE NOTURNO"
               DELIMITED BY SIZE
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

       IMPRIMIR-LINHA-E-TELA.
           DISPLAY WS-PRINT-LINE.
           IF WS-PRINT-LINHA >= WS-PRINT-MAX-LINHAS
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE WS-PRINT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-PRINT-LINHA.
