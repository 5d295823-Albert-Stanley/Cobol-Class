      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Daily double-keying report for the coordination
      *          office. In a course switched on in
      *          DUPLA-DIGITACAO.DAT (DUPLADIG.cpy), MEDIA holds the
      *          first keying of a grade on DIGITACAO-PENDENTE.DAT
      *          (DIGPEND.cpy) until another operator keys it again
      *          blind. This run prints what is still outstanding
      *          there to CONFERENCIA-DIGITACAO.DAT (PRTHDR.cpy):
      *          the keyings awaiting verification, oldest first
      *          with their age in days, and the discrepancy list -
      *          the second keyings that did not match, both sets of
      *          values side by side, for the coordinator to check
      *          against the source document before the grade is
      *          keyed afresh. The grades of an item still awaiting
      *          verification are not printed: the verifier must not
      *          be able to copy them. Read-only. EXERCICIO13's
      *          interactive entry is held the same way; a
      *          divergence of its three grades shows the third
      *          grade of both keyings as well.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERENCIA-DIGITACAO.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIGPEND-FILE ASSIGN TO "DIGITACAO-PENDENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIGPEND-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CONFERENCIA-DIGITACAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIGPEND-FILE.
           COPY DIGPEND.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-DIGPEND-STATUS  PIC X(2) VALUE SPACES.

       COPY PRTHDR.

       01 WS-TABELA-PENDENTES.
           05 WS-DV-ENTRY OCCURS 500 TIMES.
               10 WS-DV-LINHA    PIC X(107).
       01 WS-TOTAL-PENDENTES PIC 9(3) VALUE 0.
       01 WS-FORA-TABELA     PIC 9(4) VALUE 0.
       01 WS-TROCA           PIC X(107).
       01 WS-I               PIC 9(3).
       01 WS-J               PIC 9(3).

       01 WS-QT-PENDENTES    PIC 9(4) VALUE 0.
       01 WS-QT-ANTIGAS      PIC 9(4) VALUE 0.
       01 WS-QT-DIVERGENTES  PIC 9(4) VALUE 0.
       01 WS-SECAO           PIC X VALUE "P".
           88 SECAO-PENDENTES    VALUE "P".
           88 SECAO-DIVERGENCIAS VALUE "D".

       01 WS-HOJE            PIC 9(8) VALUE 0.
       01 WS-DATA-ITEM       PIC 9(8) VALUE 0.
       01 WS-DIAS            PIC 9(5) VALUE 0.

       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.
       01 WS-DIAS-DISP       PIC ZZZZ9.
       01 WS-NOTA-DISP-1     PIC Z9,99.
       01 WS-NOTA-DISP-2     PIC Z9,99.
       01 WS-NOTA-DISP-3     PIC Z9,99.
       01 WS-NOTA-DISP-4     PIC Z9,99.
       01 WS-NOTA-DISP-5     PIC X(05).
       01 WS-NOTA-DISP-6     PIC X(05).
       01 WS-NOTA-EDITADA    PIC Z9,99.
       01 WS-DATA-DISP       PIC X(16).

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           PERFORM CARREGAR-PENDENTES.
           PERFORM ORDENAR-PENDENTES.

           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.

           MOVE "P" TO WS-SECAO.
           PERFORM IMPRIMIR-CABECALHO.
           IF WS-FORA-TABELA > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "LINHAS ALEM DA CAPACIDADE DA TABELA "
                   "(NAO LISTADAS): " DELIMITED BY SIZE
                   WS-FORA-TABELA DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-PENDENTES
               MOVE WS-DV-LINHA(WS-I) TO DIGITACAO-PENDENTE-RECORD
               IF DV-PENDENTE
                   PERFORM IMPRIMIR-PENDENTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "AGUARDANDO CONFERENCIA: " DELIMITED BY SIZE
               WS-QT-PENDENTES DELIMITED BY SIZE
               "   DIGITADAS ANTES DE HOJE: " DELIMITED BY SIZE
               WS-QT-ANTIGAS DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

           MOVE "D" TO WS-SECAO.
           ADD 1 TO WS-PRINT-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-PENDENTES
               MOVE WS-DV-LINHA(WS-I) TO DIGITACAO-PENDENTE-RECORD
               IF DV-DIVERGENTE
                   PERFORM IMPRIMIR-DIVERGENCIA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DIVERGENCIAS A RESOLVER: " DELIMITED BY SIZE
               WS-QT-DIVERGENTES DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RESOLUCAO: CONFERIR O DOCUMENTO ORIGINAL E "
               "REDIGITAR EM MEDIA OU EXERCICIO13 (NOVA DUPLA "
               "DIGITACAO)." DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           CLOSE PRINT-FILE.

           DISPLAY "CONFERENCIA-DIGITACAO.DAT: " WS-QT-PENDENTES
               " AGUARDANDO CONFERENCIA, " WS-QT-DIVERGENTES
               " DIVERGENCIA(S).".
           STOP RUN.

       CARREGAR-PENDENTES.
           MOVE SPACES TO WS-DIGPEND-STATUS.
           OPEN INPUT DIGPEND-FILE.
           IF WS-DIGPEND-STATUS = "00"
               PERFORM UNTIL WS-DIGPEND-STATUS = "10"
                   READ DIGPEND-FILE
                       AT END
                           MOVE "10" TO WS-DIGPEND-STATUS
                       NOT AT END
                           IF WS-TOTAL-PENDENTES < 500
                               ADD 1 TO WS-TOTAL-PENDENTES
                               MOVE DIGITACAO-PENDENTE-RECORD
                                   TO WS-DV-LINHA(WS-TOTAL-PENDENTES)
                           ELSE
                               ADD 1 TO WS-FORA-TABELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIGPEND-FILE
           END-IF.

      * Oldest keying first - DV-DATA-HORA sits at byte 43 of the
      * line (DIGPEND.cpy).
       ORDENAR-PENDENTES.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-TOTAL-PENDENTES
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-PENDENTES - WS-I
                   IF WS-DV-LINHA(WS-J)(43:19)
                       > WS-DV-LINHA(WS-J + 1)(43:19)
                       MOVE WS-DV-LINHA(WS-J) TO WS-TROCA
                       MOVE WS-DV-LINHA(WS-J + 1)
                           TO WS-DV-LINHA(WS-J)
                       MOVE WS-TROCA TO WS-DV-LINHA(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIMIR-PENDENTE.
           ADD 1 TO WS-QT-PENDENTES.
           MOVE 0 TO WS-DIAS.
           IF DV-DATA-HORA(1:8) IS NUMERIC
               MOVE DV-DATA-HORA(1:8) TO WS-DATA-ITEM
               IF WS-DATA-ITEM < WS-HOJE
                   ADD 1 TO WS-QT-ANTIGAS
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-HOJE)
                       - FUNCTION INTEGER-OF-DATE(WS-DATA-ITEM)
               END-IF
           END-IF.
           MOVE WS-DIAS TO WS-DIAS-DISP.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING DV-STUDENT-ID DELIMITED BY SIZE
               "  " DV-COURSE-ID DELIMITED BY SIZE
               "  " DV-TERMO DELIMITED BY SIZE
               "  " DV-OPERADOR DELIMITED BY SIZE
               "  " WS-DATA-DISP DELIMITED BY SIZE
               "  " WS-DIAS-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-DIVERGENCIA.
           ADD 1 TO WS-QT-DIVERGENTES.
           MOVE DV-NOTA-1 TO WS-NOTA-DISP-1.
           MOVE DV-NOTA-2 TO WS-NOTA-DISP-2.
           MOVE DV-NOTA-1-CONF TO WS-NOTA-DISP-3.
           MOVE DV-NOTA-2-CONF TO WS-NOTA-DISP-4.
           MOVE SPACES TO WS-NOTA-DISP-5 WS-NOTA-DISP-6.
           IF DV-NOTA-3 IS NUMERIC
               MOVE DV-NOTA-3 TO WS-NOTA-EDITADA
               MOVE WS-NOTA-EDITADA TO WS-NOTA-DISP-5
           END-IF.
           IF DV-NOTA-3-CONF IS NUMERIC
               MOVE DV-NOTA-3-CONF TO WS-NOTA-EDITADA
               MOVE WS-NOTA-EDITADA TO WS-NOTA-DISP-6
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING DV-STUDENT-ID DELIMITED BY SIZE
               "  " DV-COURSE-ID DELIMITED BY SIZE
               "  " DV-TERMO DELIMITED BY SIZE
               "  " DV-MODO DELIMITED BY SIZE
               " " WS-NOTA-DISP-1 DELIMITED BY SIZE
               " " WS-NOTA-DISP-2 DELIMITED BY SIZE
               " " WS-NOTA-DISP-5 DELIMITED BY SIZE
               " " DV-OPERADOR DELIMITED BY SIZE
               "  " DV-MODO-CONF DELIMITED BY SIZE
               " " WS-NOTA-DISP-3 DELIMITED BY SIZE
               " " WS-NOTA-DISP-4 DELIMITED BY SIZE
               " " WS-NOTA-DISP-6 DELIMITED BY SIZE
               " " DV-CONFERENTE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

      * AAAAMMDDHHMMSS of FUNCTION CURRENT-DATE as DD/MM/AAAA HH:MM.
       FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-DISP.
           STRING DV-DATA-HORA(7:2) DELIMITED BY SIZE
               "/" DV-DATA-HORA(5:2) DELIMITED BY SIZE
               "/" DV-DATA-HORA(1:4) DELIMITED BY SIZE
               " " DV-DATA-HORA(9:2) DELIMITED BY SIZE
               ":" DV-DATA-HORA(11:2) DELIMITED BY SIZE
               INTO WS-DATA-DISP
           END-STRING.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           IF SECAO-PENDENTES
               STRING "DIGITACOES AGUARDANDO CONFERENCIA"
                   DELIMITED BY SIZE
                   "   DATA: " DELIMITED BY SIZE
                   WS-PRINT-DATA DELIMITED BY SIZE
                   "   PAGINA: " DELIMITED BY SIZE
                   WS-PRINT-PAGINA DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           ELSE
               STRING "DIVERGENCIAS DE DIGITACAO A RESOLVER"
                   DELIMITED BY SIZE
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
           IF SECAO-PENDENTES
               STRING "MATRICULA   CURSO       TERMO   DIGITADOR "
                   "DIGITADA EM        DIAS"
                   DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
           ELSE
               STRING "MATRICULA   CURSO       TERMO   "
                   "1A: M   P1    P2    P3  DIGITADOR "
                   "2A: M   P1    P2    P3  CONFERENTE"
                   DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
           END-IF.
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
