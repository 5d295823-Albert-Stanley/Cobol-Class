      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Issues the per-turma instructor grade sheets
      *          (PAUTA.cpy) that CRITICA-PAUTAS takes back, so the
      *          instructor no longer types the matriculas. For
      *          every section on TURMAS.DAT of the term asked
      *          (ENTER = the open term), optionally one turma only,
      *          writes PAUTA-<turma>-<curso>.DAT with the H header
      *          filled from the master (turma, course, instructor)
      *          and PA-ESPERADO set to the students actively
      *          enrolled - active STUDENT-COURSES.DAT rows of the
      *          course joined to ST-TURMA, inactive and graduated
      *          students left off - and one D line per student with
      *          the grades blank, in name order. The printable copy
      *          with the names goes beside it in
      *          PAUTA-<turma>-<curso>-IMP.DAT (PRTHDR.cpy layout).
      *          Every student issued is registered in
      *          PAUTAS-EMITIDAS.DAT (PAUTAEMI.cpy) for the intake
      *          edit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMISSAO-PAUTAS.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "STUDENT-COURSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT EMITIDA-FILE ASSIGN TO "PAUTAS-EMITIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMITIDA-STATUS.
           SELECT PAUTA-FILE ASSIGN TO DYNAMIC WS-PAUTA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAUTA-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-IMPRESSO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-FILE.
           COPY TURMA.

       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  ENROLL-FILE.
           COPY ENROLL.

       FD  TERM-FILE.
           COPY TERM.

       FD  EMITIDA-FILE.
           COPY PAUTAEMI.

       FD  PAUTA-FILE.
           COPY PAUTA.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-TURMA-STATUS    PIC X(2) VALUE SPACES.
       77 WS-STUDENT-STATUS  PIC X(2) VALUE SPACES.
       77 WS-ENROLL-STATUS   PIC X(2) VALUE SPACES.
       77 WS-TERM-STATUS     PIC X(2) VALUE SPACES.
       77 WS-EMITIDA-STATUS  PIC X(2) VALUE SPACES.
       77 WS-PAUTA-STATUS    PIC X(2) VALUE SPACES.

       01 WS-PAUTA-NOME      PIC X(40) VALUE SPACES.
       01 WS-IMPRESSO-NOME   PIC X(40) VALUE SPACES.
       01 WS-PAUTA-BASE      PIC X(30) VALUE SPACES.

       01 WS-TABELA-SECOES.
           05 WS-SEC-ENTRY OCCURS 50 TIMES.
               10 WS-SEC-TURMA      PIC X(04).
               10 WS-SEC-CURSO      PIC X(10).
               10 WS-SEC-INSTRUTOR  PIC X(30).
               10 WS-SEC-SALA       PIC X(06).
       01 WS-TOTAL-SECOES    PIC 9(02) VALUE 0.

      * Students who can sit a sheet: not inactive, not graduated.
       01 WS-TABELA-ALUNOS.
           05 WS-ALT-ENTRY OCCURS 500 TIMES.
               10 WS-ALT-ID         PIC X(10).
               10 WS-ALT-NOME       PIC X(30).
               10 WS-ALT-TURMA      PIC X(04).
       01 WS-TOTAL-ALUNOS    PIC 9(03) VALUE 0.

      * The sheet being issued; the name is the print order.
       01 WS-TABELA-PAUTA.
           05 WS-PT-ENTRY OCCURS 100 TIMES.
               10 WS-PT-NOME        PIC X(30).
               10 WS-PT-ID          PIC X(10).
       01 WS-TOTAL-PAUTA     PIC 9(03) VALUE 0.
       01 WS-PT-TROCA        PIC X(40).

      * Register lines of sections not issued in this run, kept as
      * they were.
       01 WS-TABELA-EMITIDAS.
           05 WS-EM-ENTRY OCCURS 3000 TIMES.
               10 WS-EM-REG         PIC X(32).
       01 WS-TOTAL-EMITIDAS  PIC 9(04) VALUE 0.

       01 WS-I               PIC 9(04).
       01 WS-J               PIC 9(04).
       01 WS-S               PIC 9(02).
       01 WS-ACHADO          PIC 9(03) VALUE 0.
       01 WS-REEMITIDA       PIC X VALUE "N".
           88 SECAO-REEMITIDA VALUE "S".
       01 WS-TERMO-PEDIDO    PIC X(06) VALUE SPACES.
       01 WS-TERMO-ABERTO    PIC X(06) VALUE SPACES.
       01 WS-TURMA-PEDIDA    PIC X(04) VALUE SPACES.
       01 WS-HOJE            PIC X(08) VALUE SPACES.
       01 WS-PAUTAS-EMITIDAS PIC 9(03) VALUE 0.
       01 WS-SEM-ALUNOS      PIC 9(03) VALUE 0.
       01 WS-ALUNOS-EMITIDOS PIC 9(05) VALUE 0.
       01 WS-NUM-DISP        PIC ZZ9.

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-TERMO-ABERTO.
           DISPLAY "TERMO DAS PAUTAS (ENTER = " WS-TERMO-ABERTO
               "): ".
           ACCEPT WS-TERMO-PEDIDO.
           IF WS-TERMO-PEDIDO = SPACES
               MOVE WS-TERMO-ABERTO TO WS-TERMO-PEDIDO
           END-IF.
           DISPLAY "TURMA (ENTER = TODAS): ".
           ACCEPT WS-TURMA-PEDIDA.

           PERFORM CARREGAR-SECOES.
           IF WS-TOTAL-SECOES = 0
               DISPLAY "NENHUMA TURMA DO TERMO " WS-TERMO-PEDIDO
                   " EM TURMAS.DAT - NENHUMA PAUTA EMITIDA."
               STOP RUN
           END-IF.
           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-EMITIDAS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           PERFORM VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > WS-TOTAL-SECOES
               PERFORM MONTAR-PAUTA
               IF WS-TOTAL-PAUTA = 0
                   ADD 1 TO WS-SEM-ALUNOS
                   DISPLAY "TURMA " WS-SEC-TURMA(WS-S) " "
                       WS-SEC-CURSO(WS-S)
                       " SEM ALUNOS MATRICULADOS - PAUTA NAO EMITIDA."
               ELSE
                   PERFORM ORDENAR-PAUTA
                   PERFORM GRAVAR-PAUTA
                   PERFORM IMPRIMIR-PAUTA
                   PERFORM REGISTRAR-EMISSAO
                   ADD 1 TO WS-PAUTAS-EMITIDAS
                   DISPLAY "PAUTA EMITIDA: " WS-PAUTA-NOME
               END-IF
           END-PERFORM.
           PERFORM GRAVAR-EMITIDAS.

           DISPLAY "PAUTAS EMITIDAS:   " WS-PAUTAS-EMITIDAS
               " (" WS-ALUNOS-EMITIDOS " ALUNOS)".
           DISPLAY "TURMAS SEM ALUNOS: " WS-SEM-ALUNOS.
           DISPLAY "REGISTRO DAS PAUTAS EM PAUTAS-EMITIDAS.DAT.".
           STOP RUN.

       LER-TERMO-ABERTO.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-TERM-STATUS = "10"
                   READ TERM-FILE
                       AT END
                           MOVE "10" TO WS-TERM-STATUS
                       NOT AT END
                           IF TR-ABERTO
                               MOVE TR-TERM-ID TO WS-TERMO-ABERTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF.

      * A section with no TU-TERMO belongs to whatever term is asked.
       CARREGAR-SECOES.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS NOT = "00"
               DISPLAY "TURMAS.DAT NAO ENCONTRADO (STATUS "
                   WS-TURMA-STATUS ")."
           ELSE
               PERFORM UNTIL WS-TURMA-STATUS = "10"
                   OR WS-TOTAL-SECOES = 50
                   READ TURMA-FILE
                       AT END
                           MOVE "10" TO WS-TURMA-STATUS
                       NOT AT END
                           IF (TU-TERMO = WS-TERMO-PEDIDO
                               OR TU-TERMO = SPACES)
                               AND (WS-TURMA-PEDIDA = SPACES
                               OR TU-TURMA = WS-TURMA-PEDIDA)
                               ADD 1 TO WS-TOTAL-SECOES
                               MOVE TU-TURMA TO
                                   WS-SEC-TURMA(WS-TOTAL-SECOES)
                               MOVE TU-COURSE-ID TO
                                   WS-SEC-CURSO(WS-TOTAL-SECOES)
                               MOVE TU-INSTRUTOR TO
                                   WS-SEC-INSTRUTOR(WS-TOTAL-SECOES)
                               MOVE TU-SALA TO
                                   WS-SEC-SALA(WS-TOTAL-SECOES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           END-IF.

       CARREGAR-ALUNOS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   OR WS-TOTAL-ALUNOS = 500
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           IF NOT ST-FORMADO AND NOT ST-INATIVO
                               ADD 1 TO WS-TOTAL-ALUNOS
                               MOVE ST-STUDENT-ID
                                   TO WS-ALT-ID(WS-TOTAL-ALUNOS)
                               MOVE ST-NOME
                                   TO WS-ALT-NOME(WS-TOTAL-ALUNOS)
                               MOVE ST-TURMA
                                   TO WS-ALT-TURMA(WS-TOTAL-ALUNOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      * The sheet is every active enrollment in the section's course
      * held by a student of the section's turma - the same count
      * OCUPACAO-TURMAS shows, so the header can be trusted.
       MONTAR-PAUTA.
           MOVE 0 TO WS-TOTAL-PAUTA.
           MOVE SPACES TO WS-ENROLL-STATUS.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL WS-ENROLL-STATUS = "10"
                   READ ENROLL-FILE
                       AT END
                           MOVE "10" TO WS-ENROLL-STATUS
                       NOT AT END
                           IF NOT EN-TRANCADA
                               AND EN-COURSE-ID = WS-SEC-CURSO(WS-S)
                               PERFORM INCLUIR-NA-PAUTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.

       INCLUIR-NA-PAUTA.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-PAUTA
               IF WS-PT-ID(WS-I) = EN-STUDENT-ID
                   MOVE WS-I TO WS-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACHADO = 0
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-ALUNOS
                   IF WS-ALT-ID(WS-J) = EN-STUDENT-ID
                       AND WS-ALT-TURMA(WS-J) = WS-SEC-TURMA(WS-S)
                       AND WS-TOTAL-PAUTA < 100
                       ADD 1 TO WS-TOTAL-PAUTA
                       MOVE WS-ALT-NOME(WS-J)
                           TO WS-PT-NOME(WS-TOTAL-PAUTA)
                       MOVE WS-ALT-ID(WS-J)
                           TO WS-PT-ID(WS-TOTAL-PAUTA)
                   END-IF
               END-PERFORM
           END-IF.

       ORDENAR-PAUTA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-TOTAL-PAUTA
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-PAUTA - WS-I
                   IF WS-PT-ENTRY(WS-J) > WS-PT-ENTRY(WS-J + 1)
                       MOVE WS-PT-ENTRY(WS-J) TO WS-PT-TROCA
                       MOVE WS-PT-ENTRY(WS-J + 1) TO WS-PT-ENTRY(WS-J)
                       MOVE WS-PT-TROCA TO WS-PT-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * The sheet in the exact layout CRITICA-PAUTAS reads: the
      * header count is the number of D lines that follow, and the
      * grade columns are left blank for the instructor.
       GRAVAR-PAUTA.
           MOVE SPACES TO WS-PAUTA-BASE WS-PAUTA-NOME.
           STRING "PAUTA-" DELIMITED BY SIZE
               WS-SEC-TURMA(WS-S) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-SEC-CURSO(WS-S) DELIMITED BY SPACE
               INTO WS-PAUTA-BASE
           END-STRING.
           STRING WS-PAUTA-BASE DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-PAUTA-NOME
           END-STRING.
           OPEN OUTPUT PAUTA-FILE.
           MOVE SPACES TO PAUTA-RECORD.
           MOVE "H" TO PA-TIPO.
           MOVE WS-SEC-TURMA(WS-S) TO PA-TURMA.
           MOVE WS-SEC-CURSO(WS-S) TO PA-CURSO.
           MOVE WS-SEC-INSTRUTOR(WS-S) TO PA-INSTRUTOR.
           MOVE WS-TOTAL-PAUTA TO PA-ESPERADO.
           WRITE PAUTA-RECORD.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-PAUTA
               MOVE SPACES TO PAUTA-RECORD
               MOVE "D" TO PA-TIPO
               MOVE WS-PT-ID(WS-I) TO PA-STUDENT-ID
               WRITE PAUTA-RECORD
           END-PERFORM.
           CLOSE PAUTA-FILE.

       IMPRIMIR-PAUTA.
           MOVE SPACES TO WS-IMPRESSO-NOME.
           STRING WS-PAUTA-BASE DELIMITED BY SPACE
               "-IMP.DAT" DELIMITED BY SIZE
               INTO WS-IMPRESSO-NOME
           END-STRING.
           MOVE WS-HOJE TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-PAUTA
               MOVE WS-I TO WS-NUM-DISP
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-NUM-DISP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-PT-ID(WS-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PT-NOME(WS-I) DELIMITED BY SIZE
                   " ____,_  ____,_  ____,_" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE "NOTAS DE 0 A 10 COM UMA CASA DECIMAL. ALUNO FORA"
               TO WS-PRINT-LINE.
           MOVE "DESTA PAUTA NAO SERA ACEITO." TO WS-PRINT-LINE(50:).
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE "ASSINATURA DO PROFESSOR: "
               TO WS-PRINT-LINE.
           MOVE ALL "_" TO WS-PRINT-LINE(26:30).
           PERFORM IMPRIMIR-LINHA.
           CLOSE PRINT-FILE.

       CARREGAR-EMITIDAS.
           MOVE 0 TO WS-TOTAL-EMITIDAS.
           MOVE SPACES TO WS-EMITIDA-STATUS.
           OPEN INPUT EMITIDA-FILE.
           IF WS-EMITIDA-STATUS = "00"
               PERFORM UNTIL WS-EMITIDA-STATUS = "10"
                   OR WS-TOTAL-EMITIDAS = 3000
                   READ EMITIDA-FILE
                       AT END
                           MOVE "10" TO WS-EMITIDA-STATUS
                       NOT AT END
                           PERFORM VERIFICAR-REEMISSAO
                           IF NOT SECAO-REEMITIDA
                               ADD 1 TO WS-TOTAL-EMITIDAS
                               MOVE PAUTA-EMITIDA-RECORD
                                   TO WS-EM-REG(WS-TOTAL-EMITIDAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMITIDA-FILE
           END-IF.

      * A section issued again in this run loses its old lines - the
      * register always reflects the latest sheet sent out.
       VERIFICAR-REEMISSAO.
           MOVE "N" TO WS-REEMITIDA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-SECOES
               IF WS-SEC-TURMA(WS-I) = PE-TURMA
                   AND WS-SEC-CURSO(WS-I) = PE-CURSO
                   MOVE "S" TO WS-REEMITIDA
               END-IF
           END-PERFORM.

       REGISTRAR-EMISSAO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-PAUTA
               IF WS-TOTAL-EMITIDAS < 3000
                   ADD 1 TO WS-TOTAL-EMITIDAS
                   MOVE WS-SEC-TURMA(WS-S) TO PE-TURMA
                   MOVE WS-SEC-CURSO(WS-S) TO PE-CURSO
                   MOVE WS-PT-ID(WS-I) TO PE-STUDENT-ID
                   MOVE WS-HOJE TO PE-DATA-EMISSAO
                   MOVE PAUTA-EMITIDA-RECORD
                       TO WS-EM-REG(WS-TOTAL-EMITIDAS)
                   ADD 1 TO WS-ALUNOS-EMITIDOS
               END-IF
           END-PERFORM.

       GRAVAR-EMITIDAS.
           OPEN OUTPUT EMITIDA-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-EMITIDAS
               MOVE WS-EM-REG(WS-I) TO PAUTA-EMITIDA-RECORD
               WRITE PAUTA-EMITIDA-RECORD
           END-PERFORM.
           CLOSE EMITIDA-FILE.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "PAUTA DE NOTAS - TURMA " DELIMITED BY SIZE
               WS-SEC-TURMA(WS-S) DELIMITED BY SIZE
               " CURSO " DELIMITED BY SIZE
               WS-SEC-CURSO(WS-S) DELIMITED BY SIZE
               " TERMO " DELIMITED BY SIZE
               WS-TERMO-PEDIDO DELIMITED BY SIZE
               "   DATA: " DELIMITED BY SIZE
               WS-PRINT-DATA DELIMITED BY SIZE
               "   PAGINA: " DELIMITED BY SIZE
               WS-PRINT-PAGINA DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE WS-TOTAL-PAUTA TO WS-NUM-DISP.
           MOVE SPACES TO PRINT-LINE.
           STRING "PROFESSOR: " DELIMITED BY SIZE
               WS-SEC-INSTRUTOR(WS-S) DELIMITED BY SIZE
               " SALA: " DELIMITED BY SIZE
               WS-SEC-SALA(WS-S) DELIMITED BY SIZE
               " ALUNOS: " DELIMITED BY SIZE
               WS-NUM-DISP DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "NUM  MATRICULA  NOME" TO PRINT-LINE.
           MOVE "NOTA 1  NOTA 2  NOTA 3" TO PRINT-LINE(48:).
           WRITE PRINT-LINE.
           MOVE 4 TO WS-PRINT-LINHA.

       IMPRIMIR-LINHA.
           IF WS-PRINT-LINHA >= WS-PRINT-MAX-LINHAS
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE WS-PRINT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-PRINT-LINHA.
