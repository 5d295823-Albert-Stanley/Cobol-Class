      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Teaching-load report per instructor per term. Every
      *          turma in TURMAS.DAT is charged to its
      *          TU-INSTRUTOR-ID in its TU-TERMO with the weekly
      *          hours of its course - DISC-CARGA-HORARIA matched by
      *          the first ten characters of DISC-NOME, four hours
      *          when the catalog has no matching line, the same rule
      *          FATURA-EXTRATO and AUDITORIA-GRADE use. The hours
      *          add up per instructor and term and are compared with
      *          the contract maximum on INSTRUCTOR.DAT
      *          (IN-CARGA-MAXIMA); anyone over it is flagged. A
      *          turma whose instructor id is not on the master is
      *          listed apart. Printed to CARGA-DOCENTE.DAT with the
      *          PRTHDR.cpy pagination.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-DOCENTE.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT INSTRUCTOR-FILE ASSIGN TO "INSTRUCTOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTRUTOR-STATUS.
           SELECT DISCIPLINAS-FILE ASSIGN TO "DISCIPLINAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISC-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CARGA-DOCENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-FILE.
           COPY TURMA.

       FD  INSTRUCTOR-FILE.
           COPY INSTRUT.

       FD  DISCIPLINAS-FILE.
           COPY DISCIP.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-TURMA-STATUS    PIC X(2) VALUE SPACES.
       77 WS-INSTRUTOR-STATUS PIC X(2) VALUE SPACES.
       77 WS-DISC-STATUS     PIC X(2) VALUE SPACES.

      * Sort key first (termo + instrutor) so the control break
      * below walks each instructor's term in one run.
       01 WS-TABELA-TURMAS.
           05 WS-TUR-ENTRY OCCURS 50 TIMES.
               10 WS-TUR-TERMO     PIC X(06).
               10 WS-TUR-INSTRUTOR PIC X(06).
               10 WS-TUR-COD       PIC X(04).
               10 WS-TUR-CURSO     PIC X(10).
               10 WS-TUR-HORAS     PIC 9(02).
       01 WS-TOTAL-TURMAS    PIC 9(02) VALUE 0.
       01 WS-TUR-TROCA       PIC X(28).

       01 WS-TABELA-INSTRUTORES.
           05 WS-INS-ENTRY OCCURS 100 TIMES.
               10 WS-INS-ID        PIC X(06).
               10 WS-INS-NOME      PIC X(30).
               10 WS-INS-CONTRATO  PIC X(01).
               10 WS-INS-CARGA-MAX PIC 9(02).
       01 WS-TOTAL-INSTRUTORES PIC 9(03) VALUE 0.

       01 WS-TABELA-CATALOGO.
           05 WS-CAT-ENTRY OCCURS 20 TIMES.
               10 WS-CAT-NOME      PIC X(40).
               10 WS-CAT-CARGA     PIC 9(02).
       01 WS-TOTAL-CATALOGO  PIC 9(02) VALUE 0.

       01 WS-I               PIC 9(03).
       01 WS-J               PIC 9(03).
       01 WS-INS-ACHADO      PIC 9(03) VALUE 0.
       01 WS-QUEBRA-TERMO    PIC X(06) VALUE SPACES.
       01 WS-QUEBRA-INSTR    PIC X(06) VALUE SPACES.
       01 WS-SOMA-HORAS      PIC 9(04) VALUE 0.
       01 WS-QTDE-TURMAS     PIC 9(02) VALUE 0.
       01 WS-QTDE-ACIMA      PIC 9(03) VALUE 0.
       01 WS-QTDE-SEM-MASTER PIC 9(03) VALUE 0.
       01 WS-HORAS-DISP      PIC ZZZ9.
       01 WS-MAX-DISP        PIC Z9.
       01 WS-QTDE-DISP       PIC ZZ9.
       01 WS-NOME-QUEBRA     PIC X(30) VALUE SPACES.

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-CATALOGO.
           PERFORM CARREGAR-INSTRUTORES.
           PERFORM CARREGAR-TURMAS.
           IF WS-TOTAL-TURMAS = 0
               DISPLAY "TURMAS.DAT VAZIO OU AUSENTE - NADA A "
                   "RELATAR."
               STOP RUN
           END-IF.
           PERFORM ORDENAR-TURMAS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE SPACES TO WS-QUEBRA-TERMO WS-QUEBRA-INSTR.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-TURMAS
               IF WS-TUR-TERMO(WS-I) NOT = WS-QUEBRA-TERMO
                   OR WS-TUR-INSTRUTOR(WS-I) NOT = WS-QUEBRA-INSTR
                   IF WS-I > 1
                       PERFORM FECHAR-INSTRUTOR
                   END-IF
                   PERFORM ABRIR-INSTRUTOR
               END-IF
               PERFORM IMPRIMIR-TURMA
           END-PERFORM.
           PERFORM FECHAR-INSTRUTOR.
           PERFORM IMPRIMIR-TOTAIS.
           CLOSE PRINT-FILE.
           DISPLAY "RELATORIO GRAVADO EM CARGA-DOCENTE.DAT ("
               WS-QTDE-ACIMA " INSTRUTOR(ES) ACIMA DO LIMITE).".
           STOP RUN.

       CARREGAR-CATALOGO.
           OPEN INPUT DISCIPLINAS-FILE.
           IF WS-DISC-STATUS = "00"
               PERFORM UNTIL WS-DISC-STATUS = "10"
                   OR WS-TOTAL-CATALOGO = 20
                   READ DISCIPLINAS-FILE
                       AT END
                           MOVE "10" TO WS-DISC-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-CATALOGO
                           MOVE DISC-NOME
                               TO WS-CAT-NOME(WS-TOTAL-CATALOGO)
                           MOVE DISC-CARGA-HORARIA
                               TO WS-CAT-CARGA(WS-TOTAL-CATALOGO)
                   END-READ
               END-PERFORM
               CLOSE DISCIPLINAS-FILE
           END-IF.

       CARREGAR-INSTRUTORES.
           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-INSTRUTOR-STATUS = "00"
               PERFORM UNTIL WS-INSTRUTOR-STATUS = "10"
                   OR WS-TOTAL-INSTRUTORES = 100
                   READ INSTRUCTOR-FILE
                       AT END
                           MOVE "10" TO WS-INSTRUTOR-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-INSTRUTORES
                           MOVE IN-INSTRUTOR-ID
                               TO WS-INS-ID(WS-TOTAL-INSTRUTORES)
                           MOVE IN-NOME
                               TO WS-INS-NOME(WS-TOTAL-INSTRUTORES)
                           MOVE IN-CONTRATO
                               TO WS-INS-CONTRATO(WS-TOTAL-INSTRUTORES)
                           MOVE IN-CARGA-MAXIMA
                               TO WS-INS-CARGA-MAX
                                   (WS-TOTAL-INSTRUTORES)
                   END-READ
               END-PERFORM
               CLOSE INSTRUCTOR-FILE
           ELSE
               DISPLAY "AVISO: INSTRUCTOR.DAT NAO ENCONTRADO - TODAS "
                   "AS TURMAS SAIRAO SEM INSTRUTOR CADASTRADO."
           END-IF.

       CARREGAR-TURMAS.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS = "00"
               PERFORM UNTIL WS-TURMA-STATUS = "10"
                   OR WS-TOTAL-TURMAS = 50
                   READ TURMA-FILE
                       AT END
                           MOVE "10" TO WS-TURMA-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-TURMAS
                           MOVE TU-TERMO
                               TO WS-TUR-TERMO(WS-TOTAL-TURMAS)
                           MOVE TU-INSTRUTOR-ID
                               TO WS-TUR-INSTRUTOR(WS-TOTAL-TURMAS)
                           MOVE TU-TURMA
                               TO WS-TUR-COD(WS-TOTAL-TURMAS)
                           MOVE TU-COURSE-ID
                               TO WS-TUR-CURSO(WS-TOTAL-TURMAS)
                           PERFORM OBTER-CARGA
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           END-IF.

      * Weekly hours by the first ten characters of DISC-NOME; a
      * course the catalog does not name counts four hours, the
      * house default.
       OBTER-CARGA.
           MOVE 4 TO WS-TUR-HORAS(WS-TOTAL-TURMAS).
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-CATALOGO
               IF WS-CAT-NOME(WS-J)(1:10) = TU-COURSE-ID
                   AND WS-CAT-CARGA(WS-J) > 0
                   MOVE WS-CAT-CARGA(WS-J)
                       TO WS-TUR-HORAS(WS-TOTAL-TURMAS)
               END-IF
           END-PERFORM.

       ORDENAR-TURMAS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-TURMAS
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J >= WS-TOTAL-TURMAS
                   IF WS-TUR-ENTRY(WS-J)(1:16)
                       > WS-TUR-ENTRY(WS-J + 1)(1:16)
                       MOVE WS-TUR-ENTRY(WS-J) TO WS-TUR-TROCA
                       MOVE WS-TUR-ENTRY(WS-J + 1)
                           TO WS-TUR-ENTRY(WS-J)
                       MOVE WS-TUR-TROCA
                           TO WS-TUR-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ABRIR-INSTRUTOR.
           MOVE WS-TUR-TERMO(WS-I) TO WS-QUEBRA-TERMO.
           MOVE WS-TUR-INSTRUTOR(WS-I) TO WS-QUEBRA-INSTR.
           MOVE 0 TO WS-SOMA-HORAS WS-QTDE-TURMAS.
           MOVE 0 TO WS-INS-ACHADO.
           MOVE "*** NAO CADASTRADO EM INSTRUCTOR.DAT"
               TO WS-NOME-QUEBRA.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-INSTRUTORES
               IF WS-INS-ID(WS-J) = WS-QUEBRA-INSTR
                   MOVE WS-J TO WS-INS-ACHADO
                   MOVE WS-INS-NOME(WS-J) TO WS-NOME-QUEBRA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TERMO " DELIMITED BY SIZE
               WS-QUEBRA-TERMO DELIMITED BY SIZE
               "  INSTRUTOR " DELIMITED BY SIZE
               WS-QUEBRA-INSTR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOME-QUEBRA DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-TURMA.
           ADD WS-TUR-HORAS(WS-I) TO WS-SOMA-HORAS.
           ADD 1 TO WS-QTDE-TURMAS.
           MOVE WS-TUR-HORAS(WS-I) TO WS-HORAS-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "    TURMA " DELIMITED BY SIZE
               WS-TUR-COD(WS-I) DELIMITED BY SIZE
               " CURSO " DELIMITED BY SIZE
               WS-TUR-CURSO(WS-I) DELIMITED BY SIZE
               " HORAS/SEMANA " DELIMITED BY SIZE
               WS-HORAS-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

      * The instructor's total for the term against the contract
      * maximum; an id the master does not know cannot be checked
      * and is counted apart.
       FECHAR-INSTRUTOR.
           MOVE WS-SOMA-HORAS TO WS-HORAS-DISP.
           MOVE WS-QTDE-TURMAS TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-INS-ACHADO = 0
               ADD 1 TO WS-QTDE-SEM-MASTER
               STRING "    TOTAL: " DELIMITED BY SIZE
                   WS-QTDE-DISP DELIMITED BY SIZE
                   " TURMA(S) " DELIMITED BY SIZE
                   WS-HORAS-DISP DELIMITED BY SIZE
                   " HORAS - LIMITE DESCONHECIDO" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               MOVE WS-INS-CARGA-MAX(WS-INS-ACHADO) TO WS-MAX-DISP
               IF WS-SOMA-HORAS > WS-INS-CARGA-MAX(WS-INS-ACHADO)
                   ADD 1 TO WS-QTDE-ACIMA
                   STRING "    TOTAL: " DELIMITED BY SIZE
                       WS-QTDE-DISP DELIMITED BY SIZE
                       " TURMA(S) " DELIMITED BY SIZE
                       WS-HORAS-DISP DELIMITED BY SIZE
                       " HORAS  MAXIMO " DELIMITED BY SIZE
                       WS-MAX-DISP DELIMITED BY SIZE
                       " (CONTRATO " DELIMITED BY SIZE
                       WS-INS-CONTRATO(WS-INS-ACHADO)
                           DELIMITED BY SIZE
                       ")  *** ACIMA DO LIMITE" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               ELSE
                   STRING "    TOTAL: " DELIMITED BY SIZE
                       WS-QTDE-DISP DELIMITED BY SIZE
                       " TURMA(S) " DELIMITED BY SIZE
                       WS-HORAS-DISP DELIMITED BY SIZE
                       " HORAS  MAXIMO " DELIMITED BY SIZE
                       WS-MAX-DISP DELIMITED BY SIZE
                       " (CONTRATO " DELIMITED BY SIZE
                       WS-INS-CONTRATO(WS-INS-ACHADO)
                           DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               END-IF
           END-IF.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QTDE-ACIMA TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INSTRUTORES ACIMA DO LIMITE: " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QTDE-SEM-MASTER TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INSTRUTORES FORA DO MASTER: " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "CARGA DOCENTE POR INSTRUTOR E TERMO"
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
