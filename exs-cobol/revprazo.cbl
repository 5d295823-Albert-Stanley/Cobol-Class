      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Open grade appeal aging report. Every case still
      *          aberto or em analise in GRADE-APPEALS.DAT
      *          (REVISAO.cpy) is listed in deadline order with the
      *          days it has been open and the days left to its
      *          RV-PRAZO; a case past the deadline is flagged
      *          VENCIDO with the days overdue. Totals by status and
      *          the overdue count close the report. Printed to
      *          REVISOES-PRAZOS.DAT with the PRTHDR.cpy pagination,
      *          for the coordinator's weekly follow-up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISOES-PRAZOS.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPEAL-FILE ASSIGN TO "GRADE-APPEALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPEAL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "REVISOES-PRAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPEAL-FILE.
           COPY REVISAO.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-APPEAL-STATUS   PIC X(2) VALUE SPACES.

       01 WS-TABELA-ABERTOS.
           05 WS-ABERTO-ENTRY OCCURS 500 TIMES.
               10 WS-AB-PRAZO     PIC X(08).
               10 WS-AB-CASO      PIC 9(06).
               10 WS-AB-STATUS    PIC X(01).
               10 WS-AB-ALUNO     PIC X(10).
               10 WS-AB-PROGRAMA  PIC X(10).
               10 WS-AB-ABERTO-EM PIC X(08).
       01 WS-TOTAL-ABERTOS   PIC 9(3) VALUE 0.
       01 WS-AB-TROCA        PIC X(43).

       01 WS-I               PIC 9(3).
       01 WS-J               PIC 9(3).
       01 WS-DATA-HOJE       PIC 9(8) VALUE 0.
       01 WS-DATA-AUX        PIC 9(8) VALUE 0.
       01 WS-DIAS-ABERTO     PIC S9(5) VALUE 0.
       01 WS-DIAS-PRAZO      PIC S9(5) VALUE 0.
       01 WS-DIAS-DISP       PIC ZZZZ9.
       01 WS-DIAS-DISP-2     PIC ZZZZ9.
       01 WS-QTDE-ABERTOS    PIC 9(3) VALUE 0.
       01 WS-QTDE-ANALISE    PIC 9(3) VALUE 0.
       01 WS-QTDE-VENCIDOS   PIC 9(3) VALUE 0.
       01 WS-QTDE-DISP       PIC ZZ9.
       01 WS-SITUACAO        PIC X(25) VALUE SPACES.

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM CARREGAR-ABERTOS.
           PERFORM ORDENAR-POR-PRAZO.
           PERFORM IMPRIMIR-RELATORIO.
           DISPLAY "RELATORIO GRAVADO EM REVISOES-PRAZOS.DAT ("
               WS-TOTAL-ABERTOS " CASO(S) EM ABERTO, "
               WS-QTDE-VENCIDOS " VENCIDO(S)).".
           STOP RUN.

       CARREGAR-ABERTOS.
           OPEN INPUT APPEAL-FILE.
           IF WS-APPEAL-STATUS = "00"
               PERFORM UNTIL WS-APPEAL-STATUS = "10"
                   READ APPEAL-FILE
                       AT END
                           MOVE "10" TO WS-APPEAL-STATUS
                       NOT AT END
                           IF RV-PENDENTE
                               PERFORM GUARDAR-ABERTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPEAL-FILE
           ELSE
               DISPLAY "GRADE-APPEALS.DAT NAO ENCONTRADO - NENHUM "
                   "CASO DE REVISAO REGISTRADO."
           END-IF.

       GUARDAR-ABERTO.
           IF WS-TOTAL-ABERTOS < 500
               ADD 1 TO WS-TOTAL-ABERTOS
               MOVE RV-PRAZO TO WS-AB-PRAZO(WS-TOTAL-ABERTOS)
               MOVE RV-CASO TO WS-AB-CASO(WS-TOTAL-ABERTOS)
               MOVE RV-STATUS TO WS-AB-STATUS(WS-TOTAL-ABERTOS)
               MOVE RV-STUDENT-ID TO WS-AB-ALUNO(WS-TOTAL-ABERTOS)
               MOVE RV-PROGRAMA-ID
                   TO WS-AB-PROGRAMA(WS-TOTAL-ABERTOS)
               MOVE RV-ABERTO-EM(1:8)
                   TO WS-AB-ABERTO-EM(WS-TOTAL-ABERTOS)
           ELSE
               DISPLAY "AVISO: TABELA CHEIA (MAX 500). CASO "
                   RV-CASO " IGNORADO."
           END-IF.

       ORDENAR-POR-PRAZO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ABERTOS
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J >= WS-TOTAL-ABERTOS
                   IF WS-AB-PRAZO(WS-J) > WS-AB-PRAZO(WS-J + 1)
                       MOVE WS-ABERTO-ENTRY(WS-J) TO WS-AB-TROCA
                       MOVE WS-ABERTO-ENTRY(WS-J + 1)
                           TO WS-ABERTO-ENTRY(WS-J)
                       MOVE WS-AB-TROCA
                           TO WS-ABERTO-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIMIR-RELATORIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           PERFORM IMPRIMIR-CABECALHO.
           IF WS-TOTAL-ABERTOS = 0
               MOVE "NENHUM CASO DE REVISAO EM ABERTO."
                   TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ABERTOS
               PERFORM IMPRIMIR-CASO
           END-PERFORM.
           PERFORM IMPRIMIR-TOTAIS.
           CLOSE PRINT-FILE.

      * Days open count from the opening date; days to the deadline
      * go negative once it has passed, which is the overdue flag.
       IMPRIMIR-CASO.
           IF WS-AB-STATUS(WS-I) = "A"
               ADD 1 TO WS-QTDE-ABERTOS
           ELSE
               ADD 1 TO WS-QTDE-ANALISE
           END-IF.
           MOVE 0 TO WS-DIAS-ABERTO WS-DIAS-PRAZO.
           IF WS-AB-ABERTO-EM(WS-I) IS NUMERIC
               MOVE WS-AB-ABERTO-EM(WS-I) TO WS-DATA-AUX
               COMPUTE WS-DIAS-ABERTO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
           END-IF.
           IF WS-AB-PRAZO(WS-I) IS NUMERIC
               MOVE WS-AB-PRAZO(WS-I) TO WS-DATA-AUX
               COMPUTE WS-DIAS-PRAZO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-IF.
           MOVE WS-DIAS-ABERTO TO WS-DIAS-DISP.
           MOVE SPACES TO WS-SITUACAO.
           IF WS-DIAS-PRAZO < 0
               ADD 1 TO WS-QTDE-VENCIDOS
               COMPUTE WS-DIAS-PRAZO = 0 - WS-DIAS-PRAZO
               MOVE WS-DIAS-PRAZO TO WS-DIAS-DISP-2
               STRING "*** VENCIDO HA " DELIMITED BY SIZE
                   WS-DIAS-DISP-2 DELIMITED BY SIZE
                   " DIAS" DELIMITED BY SIZE
                   INTO WS-SITUACAO
               END-STRING
           ELSE
               MOVE WS-DIAS-PRAZO TO WS-DIAS-DISP-2
               STRING "FALTAM " DELIMITED BY SIZE
                   WS-DIAS-DISP-2 DELIMITED BY SIZE
                   " DIAS" DELIMITED BY SIZE
                   INTO WS-SITUACAO
               END-STRING
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-AB-CASO(WS-I) DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               WS-AB-STATUS(WS-I) DELIMITED BY SIZE
               "] " DELIMITED BY SIZE
               WS-AB-ALUNO(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AB-PROGRAMA(WS-I) DELIMITED BY SIZE
               " ABERTO EM " DELIMITED BY SIZE
               WS-AB-ABERTO-EM(WS-I) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-DIAS-DISP DELIMITED BY SIZE
               " DIAS) PRAZO " DELIMITED BY SIZE
               WS-AB-PRAZO(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SITUACAO DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QTDE-ABERTOS TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ABERTOS (A): " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QTDE-ANALISE TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EM ANALISE (E): " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QTDE-VENCIDOS TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "VENCIDOS: " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "REVISOES DE NOTA EM ABERTO - PRAZOS"
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

       IMPRIMIR-LINHA.
           IF WS-PRINT-LINHA >= WS-PRINT-MAX-LINHAS
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE WS-PRINT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-PRINT-LINHA.
