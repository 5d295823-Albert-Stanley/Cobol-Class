      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Active student holds for the weekly registrar
      *          meeting. Every hold on HOLDS.DAT (BLOQUEIO.cpy) not
      *          yet released is listed by type and placing office,
      *          oldest first, with the student's name and the days
      *          the hold has been standing; each office within a
      *          type gets a count, each type a subtotal, and the
      *          report closes with the count per office across all
      *          types and the grand total. Printed to
      *          BLOQUEIOS-RELATORIO.DAT with the PRTHDR.cpy
      *          pagination.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQUEIOS-RELATORIO.
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
           SELECT PRINT-FILE ASSIGN TO "BLOQUEIOS-RELATORIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDS-FILE.
           COPY BLOQUEIO.

       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-HOLDS-STATUS    PIC X(2) VALUE SPACES.
       77 WS-STUDENT-STATUS  PIC X(2) VALUE SPACES.

       01 WS-TABELA-ALUNOS.
           05 WS-ALUNO-ENTRY OCCURS 100 TIMES.
               10 WS-ALUNO-ID   PIC X(10).
               10 WS-ALUNO-NOME PIC X(30).
       01 WS-TOTAL-ALUNOS    PIC 9(03) VALUE 0.

      * Sort key first (tipo + setor + data colocacao + numero) so
      * the control breaks below walk each type and office in one
      * run, oldest hold first.
       01 WS-TABELA-BLOQUEIOS.
           05 WS-BLQ-ENTRY OCCURS 500 TIMES.
               10 WS-BLQ-TIPO      PIC X(03).
               10 WS-BLQ-SETOR     PIC X(10).
               10 WS-BLQ-DATA      PIC X(08).
               10 WS-BLQ-NUMERO    PIC 9(06).
               10 WS-BLQ-ALUNO     PIC X(10).
               10 WS-BLQ-MOTIVO    PIC X(40).
       01 WS-TOTAL-BLOQUEIOS PIC 9(03) VALUE 0.
       01 WS-BLQ-TROCA       PIC X(77).

       01 WS-TABELA-SETORES.
           05 WS-SET-ENTRY OCCURS 50 TIMES.
               10 WS-SET-NOME      PIC X(10).
               10 WS-SET-QTDE      PIC 9(03).
       01 WS-TOTAL-SETORES   PIC 9(02) VALUE 0.

       01 WS-I               PIC 9(04).
       01 WS-J               PIC 9(04).
       01 WS-ACHADO          PIC 9(03) VALUE 0.
       01 WS-FORA-TABELA     PIC 9(04) VALUE 0.
       01 WS-HOJE            PIC 9(08) VALUE 0.
       01 WS-DATA-NUM        PIC 9(08) VALUE 0.
       01 WS-DIAS            PIC S9(08) VALUE 0.
       01 WS-NOME            PIC X(30) VALUE SPACES.
       01 WS-QUEBRA-TIPO     PIC X(03) VALUE SPACES.
       01 WS-QUEBRA-SETOR    PIC X(10) VALUE SPACES.
       01 WS-QTDE-SETOR      PIC 9(03) VALUE 0.
       01 WS-QTDE-TIPO       PIC 9(03) VALUE 0.
       01 WS-DESC-TIPO       PIC X(30) VALUE SPACES.
       01 WS-DIAS-DISP       PIC ZZZ9.
       01 WS-QTDE-DISP       PIC ZZ9.

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-BLOQUEIOS.
           PERFORM ORDENAR-BLOQUEIOS.

           MOVE WS-HOJE TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           PERFORM IMPRIMIR-CABECALHO.
           IF WS-FORA-TABELA > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "BLOQUEIOS ALEM DA CAPACIDADE DA TABELA "
                   "(NAO RELATADOS): " DELIMITED BY SIZE
                   WS-FORA-TABELA DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.
           IF WS-TOTAL-BLOQUEIOS = 0
               MOVE "NENHUM BLOQUEIO ATIVO." TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
           ELSE
               MOVE HIGH-VALUES TO WS-QUEBRA-TIPO
               MOVE HIGH-VALUES TO WS-QUEBRA-SETOR
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-BLOQUEIOS
                   IF WS-BLQ-TIPO(WS-I) NOT = WS-QUEBRA-TIPO
                       IF WS-I > 1
                           PERFORM FECHAR-SETOR
                           PERFORM FECHAR-TIPO
                       END-IF
                       PERFORM ABRIR-TIPO
                       PERFORM ABRIR-SETOR
                   ELSE
                       IF WS-BLQ-SETOR(WS-I) NOT = WS-QUEBRA-SETOR
                           PERFORM FECHAR-SETOR
                           PERFORM ABRIR-SETOR
                       END-IF
                   END-IF
                   PERFORM IMPRIMIR-BLOQUEIO
               END-PERFORM
               PERFORM FECHAR-SETOR
               PERFORM FECHAR-TIPO
               PERFORM IMPRIMIR-RESUMO-SETORES
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "RELATORIO GRAVADO EM BLOQUEIOS-RELATORIO.DAT ("
               WS-TOTAL-BLOQUEIOS " BLOQUEIO(S) ATIVO(S)).".
           STOP RUN.

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
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      * Only active holds are kept; the office totals are counted as
      * the holds come in.
       CARREGAR-BLOQUEIOS.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-STATUS = "00"
               PERFORM UNTIL WS-HOLDS-STATUS = "10"
                   READ HOLDS-FILE
                       AT END
                           MOVE "10" TO WS-HOLDS-STATUS
                       NOT AT END
                           IF BL-ATIVO
                               PERFORM GUARDAR-BLOQUEIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

       GUARDAR-BLOQUEIO.
           IF WS-TOTAL-BLOQUEIOS = 500
               ADD 1 TO WS-FORA-TABELA
           ELSE
               ADD 1 TO WS-TOTAL-BLOQUEIOS
               MOVE BL-TIPO TO WS-BLQ-TIPO(WS-TOTAL-BLOQUEIOS)
               MOVE BL-SETOR TO WS-BLQ-SETOR(WS-TOTAL-BLOQUEIOS)
               MOVE BL-DATA-COLOCACAO
                   TO WS-BLQ-DATA(WS-TOTAL-BLOQUEIOS)
               MOVE BL-NUMERO TO WS-BLQ-NUMERO(WS-TOTAL-BLOQUEIOS)
               MOVE BL-STUDENT-ID TO WS-BLQ-ALUNO(WS-TOTAL-BLOQUEIOS)
               MOVE BL-MOTIVO TO WS-BLQ-MOTIVO(WS-TOTAL-BLOQUEIOS)
               MOVE 0 TO WS-ACHADO
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-SETORES
                   IF WS-SET-NOME(WS-J) = BL-SETOR
                       MOVE WS-J TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ACHADO = 0 AND WS-TOTAL-SETORES < 50
                   ADD 1 TO WS-TOTAL-SETORES
                   MOVE WS-TOTAL-SETORES TO WS-ACHADO
                   MOVE BL-SETOR TO WS-SET-NOME(WS-ACHADO)
                   MOVE 0 TO WS-SET-QTDE(WS-ACHADO)
               END-IF
               IF WS-ACHADO > 0
                   ADD 1 TO WS-SET-QTDE(WS-ACHADO)
               END-IF
           END-IF.

       ORDENAR-BLOQUEIOS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-BLOQUEIOS
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J >= WS-TOTAL-BLOQUEIOS
                   IF WS-BLQ-ENTRY(WS-J)(1:27)
                       > WS-BLQ-ENTRY(WS-J + 1)(1:27)
                       MOVE WS-BLQ-ENTRY(WS-J) TO WS-BLQ-TROCA
                       MOVE WS-BLQ-ENTRY(WS-J + 1)
                           TO WS-BLQ-ENTRY(WS-J)
                       MOVE WS-BLQ-TROCA
                           TO WS-BLQ-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ABRIR-TIPO.
           MOVE WS-BLQ-TIPO(WS-I) TO WS-QUEBRA-TIPO.
           MOVE 0 TO WS-QTDE-TIPO.
           EVALUATE WS-QUEBRA-TIPO
               WHEN "BIB"
                   MOVE "BIBLIOTECA" TO WS-DESC-TIPO
               WHEN "FIN"
                   MOVE "FINANCEIRO" TO WS-DESC-TIPO
               WHEN "DIS"
                   MOVE "DISCIPLINAR" TO WS-DESC-TIPO
               WHEN "DOC"
                   MOVE "DOCUMENTACAO PENDENTE" TO WS-DESC-TIPO
               WHEN "ADM"
                   MOVE "ADMINISTRATIVO" TO WS-DESC-TIPO
               WHEN OTHER
                   MOVE "TIPO NAO PREVISTO" TO WS-DESC-TIPO
           END-EVALUATE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           STRING "TIPO " DELIMITED BY SIZE
               WS-QUEBRA-TIPO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-DESC-TIPO DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       ABRIR-SETOR.
           MOVE WS-BLQ-SETOR(WS-I) TO WS-QUEBRA-SETOR.
           MOVE 0 TO WS-QTDE-SETOR.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  SETOR " DELIMITED BY SIZE
               WS-QUEBRA-SETOR DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-BLOQUEIO.
           ADD 1 TO WS-QTDE-SETOR.
           ADD 1 TO WS-QTDE-TIPO.
           MOVE "(NAO CADASTRADO)" TO WS-NOME.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ALUNOS
               IF WS-ALUNO-ID(WS-J) = WS-BLQ-ALUNO(WS-I)
                   MOVE WS-ALUNO-NOME(WS-J) TO WS-NOME
               END-IF
           END-PERFORM.
           IF WS-BLQ-DATA(WS-I) IS NUMERIC
               MOVE WS-BLQ-DATA(WS-I) TO WS-DATA-NUM
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           ELSE
               MOVE 0 TO WS-DIAS
           END-IF.
           IF WS-DIAS < 0
               MOVE 0 TO WS-DIAS
           END-IF.
           MOVE WS-DIAS TO WS-DIAS-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "    " DELIMITED BY SIZE
               WS-BLQ-NUMERO(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BLQ-ALUNO(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOME(1:20) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BLQ-DATA(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIAS-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BLQ-MOTIVO(WS-I) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       FECHAR-SETOR.
           MOVE WS-QTDE-SETOR TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TOTAL SETOR " DELIMITED BY SIZE
               WS-QUEBRA-SETOR DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       FECHAR-TIPO.
           MOVE WS-QTDE-TIPO TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL TIPO " DELIMITED BY SIZE
               WS-QUEBRA-TIPO DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-RESUMO-SETORES.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE "RESUMO POR SETOR (TODOS OS TIPOS)" TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-SETORES
               MOVE WS-SET-QTDE(WS-J) TO WS-QTDE-DISP
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-SET-NOME(WS-J) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-QTDE-DISP DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.
           MOVE WS-TOTAL-BLOQUEIOS TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL GERAL DE BLOQUEIOS ATIVOS: " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "BLOQUEIOS ATIVOS POR TIPO E SETOR"
               DELIMITED BY SIZE
               "   DATA: " DELIMITED BY SIZE
               WS-PRINT-DATA DELIMITED BY SIZE
               "   PAGINA: " DELIMITED BY SIZE
               WS-PRINT-PAGINA DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "    NUMERO MATRICULA  NOME                 COLOCADO"
               DELIMITED BY SIZE
               " DIAS MOTIVO" DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
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
