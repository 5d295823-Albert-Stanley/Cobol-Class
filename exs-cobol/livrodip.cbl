      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Prints the diploma register (livro de registro de
      *          diplomas) from DIPLOMAS.DAT (DIPLOMA.cpy), written
      *          by COLACAO-GRAU, as the numbered book pages the
      *          accreditation visit asks to see: one block per
      *          conferred degree in register order - register
      *          number, conferral date and term, the graduate's
      *          name and matricula as registered, curriculum,
      *          credit hours and final average - each page closed
      *          with the registrar's signature line and the book
      *          closed with the termo de encerramento stating the
      *          first and last register numbers. Printed to
      *          LIVRO-DIPLOMAS.DAT with the PRTHDR.cpy pagination.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVRO-DIPLOMAS.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIPLOMA-FILE ASSIGN TO "DIPLOMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIPLOMA-STATUS.
           SELECT PRINT-FILE ASSIGN TO "LIVRO-DIPLOMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIPLOMA-FILE.
           COPY DIPLOMA.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-DIPLOMA-STATUS  PIC X(2) VALUE SPACES.

       01 WS-REGISTROS       PIC 9(06) VALUE 0.
       01 WS-PRIMEIRO        PIC 9(06) VALUE 0.
       01 WS-ULTIMO          PIC 9(06) VALUE 0.
       01 WS-MEDIA-DISP      PIC Z9,99.
       01 WS-LINHAS-BLOCO    PIC 9(02) VALUE 5.

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT DIPLOMA-FILE.
           IF WS-DIPLOMA-STATUS NOT = "00"
               DISPLAY "DIPLOMAS.DAT NAO ENCONTRADO - NENHUMA COLACAO "
                   "REGISTRADA."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM UNTIL WS-DIPLOMA-STATUS = "10"
               READ DIPLOMA-FILE
                   AT END
                       MOVE "10" TO WS-DIPLOMA-STATUS
                   NOT AT END
                       PERFORM IMPRIMIR-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE DIPLOMA-FILE.
           PERFORM IMPRIMIR-ENCERRAMENTO.
           CLOSE PRINT-FILE.
           DISPLAY "LIVRO GRAVADO EM LIVRO-DIPLOMAS.DAT ("
               WS-REGISTROS " REGISTRO(S), " WS-PRINT-PAGINA
               " FOLHA(S)).".
           STOP RUN.

      * A register block is never split across two pages: when it
      * does not fit, the page is closed and a new one opened.
       IMPRIMIR-REGISTRO.
           ADD 1 TO WS-REGISTROS.
           IF WS-REGISTROS = 1
               MOVE DP-REGISTRO TO WS-PRIMEIRO
           END-IF.
           MOVE DP-REGISTRO TO WS-ULTIMO.
           IF WS-PRINT-LINHA + WS-LINHAS-BLOCO > WS-PRINT-MAX-LINHAS
               PERFORM FECHAR-FOLHA
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REGISTRO N. " DELIMITED BY SIZE
               DP-REGISTRO DELIMITED BY SIZE
               "   COLACAO DE GRAU EM " DELIMITED BY SIZE
               DP-DATA-COLACAO(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               DP-DATA-COLACAO(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               DP-DATA-COLACAO(1:4) DELIMITED BY SIZE
               "   TERMO " DELIMITED BY SIZE
               DP-TERMO DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  DIPLOMADO(A): " DELIMITED BY SIZE
               DP-NOME DELIMITED BY SIZE
               "  MATRICULA: " DELIMITED BY SIZE
               DP-STUDENT-ID DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE DP-MEDIA-FINAL TO WS-MEDIA-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  CURRICULO: " DELIMITED BY SIZE
               DP-CURRICULO DELIMITED BY SIZE
               "  CARGA HORARIA: " DELIMITED BY SIZE
               DP-HORAS DELIMITED BY SIZE
               "  MEDIA FINAL: " DELIMITED BY SIZE
               WS-MEDIA-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  REGISTRADO EM " DELIMITED BY SIZE
               DP-DATA-HORA(1:8) DELIMITED BY SIZE
               " POR " DELIMITED BY SIZE
               DP-OPERADOR DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.

       FECHAR-FOLHA.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "FOLHA " DELIMITED BY SIZE
               WS-PRINT-PAGINA DELIMITED BY SIZE
               "   ____________________________________"
               DELIMITED BY SIZE
               "   SECRETARIO(A) ACADEMICO(A)" DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.

       IMPRIMIR-ENCERRAMENTO.
           IF WS-PRINT-LINHA + 4 > WS-PRINT-MAX-LINHAS
               PERFORM FECHAR-FOLHA
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-REGISTROS = 0
               MOVE "TERMO DE ENCERRAMENTO: NENHUM REGISTRO LAVRADO."
                   TO WS-PRINT-LINE
           ELSE
               STRING "TERMO DE ENCERRAMENTO: ESTE LIVRO CONTEM "
                   DELIMITED BY SIZE
                   WS-REGISTROS DELIMITED BY SIZE
                   " REGISTRO(S), DO N. " DELIMITED BY SIZE
                   WS-PRIMEIRO DELIMITED BY SIZE
                   " AO N. " DELIMITED BY SIZE
                   WS-ULTIMO DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           PERFORM IMPRIMIR-LINHA.
           PERFORM FECHAR-FOLHA.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "LIVRO DE REGISTRO DE DIPLOMAS" DELIMITED BY SIZE
               "   EMITIDO EM: " DELIMITED BY SIZE
               WS-PRINT-DATA DELIMITED BY SIZE
               "   FOLHA: " DELIMITED BY SIZE
               WS-PRINT-PAGINA DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 2 TO WS-PRINT-LINHA.

       IMPRIMIR-LINHA.
           IF WS-PRINT-LINHA >= WS-PRINT-MAX-LINHAS
               PERFORM FECHAR-FOLHA
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE WS-PRINT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-PRINT-LINHA.
