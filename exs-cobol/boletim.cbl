      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Interim report card (boletim parcial), run after
      *          the first assessment so families hear about grades
      *          before the term is over. One page per active
      *          student, addressed from STUDENT-ADDRESS.DAT
      *          (ADDRESS.cpy), with one line per course: the P1
      *          and activity grades from EXERCICIO08-NOTAS.DAT
      *          (course joined by the first ten characters of
      *          DISC8-NOME), the latest vigente STUDENT-GRADES.DAT
      *          posting of the open term, and the attendance so far
      *          from ATTENDANCE.DAT. A course where P1 or the
      *          partial media is already under the course's
      *          TH-CUTOFF (THRESHOLD.DAT, DEFAULT line, else 6) is
      *          marked NOTA; attendance under the 75% floor is
      *          marked FALTAS and attendance within ten points of
      *          it PROX.LIMITE. Students with no address row are
      *          listed on an exceptions page at the end, as in
      *          CARTAS-REPROVADOS. Paginated PRTHDR.cpy report in
      *          BOLETIM-PARCIAL.DAT, captured by SPOOL-CAPTURA.
      *          The cutoff is the line in force for the open term
      *          (RULEVIG.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETIM-PARCIAL.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "STUDENT-ADDRESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT DISCIPLINAS08-FILE ASSIGN TO "EXERCICIO08-NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISC8-STATUS.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENT-GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.
           SELECT ATTEND-FILE ASSIGN TO "ATTENDANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "THRESHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT PRINT-FILE ASSIGN TO "BOLETIM-PARCIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  ADDRESS-FILE.
           COPY ADDRESS.

       FD  DISCIPLINAS08-FILE.
           COPY DISC8.

       FD  STUDENT-GRADES-FILE.
           COPY STDGRADE.

       FD  ATTEND-FILE.
           COPY ATTEND.

       FD  THRESHOLD-FILE.
           COPY THRESH.

       FD  TERM-FILE.
           COPY TERM.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STUDENT-STATUS  PIC X(2) VALUE SPACES.
       77 WS-ADDRESS-STATUS  PIC X(2) VALUE SPACES.
       77 WS-DISC8-STATUS    PIC X(2) VALUE SPACES.
       77 WS-SG-STATUS       PIC X(2) VALUE SPACES.
       77 WS-ATTEND-STATUS   PIC X(2) VALUE SPACES.
       77 WS-THRESHOLD-STATUS PIC X(2) VALUE SPACES.
       77 WS-TERM-STATUS     PIC X(2) VALUE SPACES.

      * Fail-by-absence floor (ATTEND.cpy, as in MEDIA) and the
      * attendance from which a course is flagged as nearing it.
       77 WS-FREQ-MINIMA     PIC 9(3) VALUE 75.
       77 WS-FREQ-ALERTA     PIC 9(3) VALUE 85.
       77 WS-CORTE-PADRAO    PIC 9(2)V9(2) VALUE 6.

       01 WS-TABELA-ALUNOS.
           05 WS-AL-ENTRY OCCURS 500 TIMES.
               10 WS-AL-ID          PIC X(10).
               10 WS-AL-NOME        PIC X(30).
               10 WS-AL-TURMA       PIC X(04).
       01 WS-TOTAL-ALUNOS    PIC 9(04) VALUE 0.

       01 WS-TABELA-ENDERECOS.
           05 WS-EN-ENTRY OCCURS 500 TIMES.
               10 WS-EN-ALUNO       PIC X(10).
               10 WS-EN-LOGRADOURO  PIC X(40).
               10 WS-EN-CIDADE      PIC X(20).
               10 WS-EN-CEP         PIC X(09).
       01 WS-TOTAL-ENDERECOS PIC 9(04) VALUE 0.

       01 WS-TABELA-P1.
           05 WS-P1-ENTRY OCCURS 2000 TIMES.
               10 WS-P1-ALUNO       PIC X(10).
               10 WS-P1-CURSO       PIC X(10).
               10 WS-P1-NOTA        PIC 9(3)V99.
               10 WS-P1-ATIVIDADE   PIC 9(3)V99.
       01 WS-TOTAL-P1        PIC 9(04) VALUE 0.

      * Latest vigente posting per student/course in the open term.
       01 WS-TABELA-ULTIMAS.
           05 WS-UL-ENTRY OCCURS 2000 TIMES.
               10 WS-UL-ALUNO       PIC X(10).
               10 WS-UL-CURSO       PIC X(10).
               10 WS-UL-DATA-HORA   PIC X(19).
               10 WS-UL-NOTA-1      PIC S9(2)V9(2).
               10 WS-UL-NOTA-2      PIC S9(2)V9(2).
               10 WS-UL-NOTA-3      PIC S9(2)V9(2).
               10 WS-UL-MEDIA       PIC S9(2)V9(2).
       01 WS-TOTAL-ULTIMAS   PIC 9(04) VALUE 0.

       01 WS-TABELA-FREQUENCIAS.
           05 WS-FQ-ENTRY OCCURS 2000 TIMES.
               10 WS-FQ-ALUNO       PIC X(10).
               10 WS-FQ-CURSO       PIC X(10).
               10 WS-FQ-DADAS       PIC 9(03).
               10 WS-FQ-PRESENTES   PIC 9(03).
       01 WS-TOTAL-FREQUENCIAS PIC 9(04) VALUE 0.

       01 WS-TABELA-CORTES.
           05 WS-CT-ENTRY OCCURS 100 TIMES.
               10 WS-CT-CURSO       PIC X(10).
               10 WS-CT-CORTE       PIC 9(2)V9(2).
               10 WS-CT-VIGENCIA    PIC X(06).
       01 WS-TOTAL-CORTES    PIC 9(03) VALUE 0.
       COPY RULEVIG.

      * The courses on the student's card being printed.
       01 WS-TABELA-CURSOS.
           05 WS-CU-CURSO    PIC X(10) OCCURS 30 TIMES.
       01 WS-TOTAL-CURSOS    PIC 9(02) VALUE 0.

       01 WS-TABELA-SEM-END.
           05 WS-SEM-ENTRY OCCURS 100 TIMES.
               10 WS-SEM-ID         PIC X(10).
               10 WS-SEM-NOME       PIC X(30).
       01 WS-TOTAL-SEM-END   PIC 9(03) VALUE 0.

       01 WS-I               PIC 9(04).
       01 WS-J               PIC 9(04).
       01 WS-K               PIC 9(04).
       01 WS-ACHADO          PIC 9(04) VALUE 0.
       01 WS-CURSO-BUSCA     PIC X(10) VALUE SPACES.
       01 WS-TERMO-ATUAL     PIC X(06) VALUE SPACES.
       01 WS-FORA-TABELA     PIC 9(04) VALUE 0.
       01 WS-BOLETINS        PIC 9(04) VALUE 0.
       01 WS-SEM-NOTAS       PIC 9(04) VALUE 0.
       01 WS-MARCADOS        PIC 9(04) VALUE 0.
       01 WS-MARCAS-ALUNO    PIC 9(02) VALUE 0.
       01 WS-CORTE           PIC 9(2)V9(2) VALUE 0.
       01 WS-FREQ-PCT        PIC 9(03) VALUE 0.
       01 WS-OBS             PIC X(24) VALUE SPACES.
       01 WS-OBS-PTR         PIC 9(02) VALUE 1.

       01 WS-NOTA-DISP       PIC Z9,99.
       01 WS-MEDIA-DISP      PIC -Z9,99.
       01 WS-FREQ-DISP       PIC ZZ9.
       01 WS-CORTE-DISP      PIC Z9,99.
       01 WS-MINIMA-DISP     PIC ZZ9.
       01 WS-ALERTA-DISP     PIC ZZ9.

      * One course line of the card.
       01 WS-LINHA-CURSO.
           05 LC-CURSO       PIC X(10).
           05 FILLER         PIC X(02).
           05 LC-P1          PIC X(06).
           05 LC-ATIVIDADE   PIC X(06).
           05 FILLER         PIC X(02).
           05 LC-NOTA-1      PIC X(06).
           05 LC-NOTA-2      PIC X(06).
           05 LC-NOTA-3      PIC X(06).
           05 LC-MEDIA       PIC X(07).
           05 FILLER         PIC X(02).
           05 LC-FREQ        PIC X(05).
           05 FILLER         PIC X(01).
           05 LC-CORTE       PIC X(06).
           05 FILLER         PIC X(02).
           05 LC-OBS         PIC X(24).
           05 FILLER         PIC X(09).

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-TERMO-ABERTO.
           PERFORM CARREGAR-ALUNOS.
           IF WS-TOTAL-ALUNOS = 0
               DISPLAY "NENHUM ALUNO ATIVO EM STUDENT.DAT - NENHUM "
                   "BOLETIM EMITIDO."
               STOP RUN
           END-IF.
           PERFORM CARREGAR-ENDERECOS.
           PERFORM CARREGAR-NOTAS-P1.
           PERFORM CARREGAR-HISTORICO.
           PERFORM CARREGAR-FREQUENCIAS.
           PERFORM CARREGAR-CORTES.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 0 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               PERFORM MONTAR-CURSOS-ALUNO
               IF WS-TOTAL-CURSOS = 0
                   ADD 1 TO WS-SEM-NOTAS
               ELSE
                   PERFORM IMPRIMIR-BOLETIM
               END-IF
           END-PERFORM.
           PERFORM IMPRIMIR-PAGINA-EXCECOES.
           CLOSE PRINT-FILE.

           DISPLAY WS-BOLETINS " BOLETIM(NS) PARCIAL(IS) EM "
               "BOLETIM-PARCIAL.DAT (" WS-MARCADOS
               " COM DISCIPLINA MARCADA).".
           IF WS-SEM-NOTAS > 0
               DISPLAY WS-SEM-NOTAS " ALUNO(S) ATIVO(S) SEM NOTA OU "
                   "FREQUENCIA LANCADA - SEM BOLETIM."
           END-IF.
           IF WS-TOTAL-SEM-END > 0
               DISPLAY WS-TOTAL-SEM-END " ALUNO(S) SEM ENDERECO "
                   "- VER A PAGINA DE EXCECOES NO FIM DO ARQUIVO"
           END-IF.
           IF WS-FORA-TABELA > 0
               DISPLAY "AVISO: " WS-FORA-TABELA " LINHA(S) ALEM DA "
                   "CAPACIDADE DAS TABELAS NAO CONSIDERADA(S)."
           END-IF.
           STOP RUN.

       LER-TERMO-ABERTO.
           MOVE SPACES TO WS-TERMO-ATUAL.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-TERM-STATUS = "10"
                   READ TERM-FILE
                       AT END
                           MOVE "10" TO WS-TERM-STATUS
                       NOT AT END
                           IF TR-ABERTO
                               MOVE TR-TERM-ID TO WS-TERMO-ATUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF.

       CARREGAR-ALUNOS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           IF ST-ATIVO
                               IF WS-TOTAL-ALUNOS = 500
                                   ADD 1 TO WS-FORA-TABELA
                               ELSE
                                   ADD 1 TO WS-TOTAL-ALUNOS
                                   MOVE ST-STUDENT-ID
                                       TO WS-AL-ID(WS-TOTAL-ALUNOS)
                                   MOVE ST-NOME
                                       TO WS-AL-NOME(WS-TOTAL-ALUNOS)
                                   MOVE ST-TURMA
                                       TO WS-AL-TURMA(WS-TOTAL-ALUNOS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       CARREGAR-ENDERECOS.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               PERFORM UNTIL WS-ADDRESS-STATUS = "10"
                   READ ADDRESS-FILE
                       AT END
                           MOVE "10" TO WS-ADDRESS-STATUS
                       NOT AT END
                           IF WS-TOTAL-ENDERECOS = 500
                               ADD 1 TO WS-FORA-TABELA
                           ELSE
                               ADD 1 TO WS-TOTAL-ENDERECOS
                               MOVE AD-STUDENT-ID
                                   TO WS-EN-ALUNO(WS-TOTAL-ENDERECOS)
                               MOVE AD-LOGRADOURO
                                   TO WS-EN-LOGRADOURO
                                      (WS-TOTAL-ENDERECOS)
                               MOVE AD-CIDADE
                                   TO WS-EN-CIDADE(WS-TOTAL-ENDERECOS)
                               MOVE AD-CEP
                                   TO WS-EN-CEP(WS-TOTAL-ENDERECOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF.

       CARREGAR-NOTAS-P1.
           OPEN INPUT DISCIPLINAS08-FILE.
           IF WS-DISC8-STATUS = "00"
               PERFORM UNTIL WS-DISC8-STATUS = "10"
                   READ DISCIPLINAS08-FILE
                       AT END
                           MOVE "10" TO WS-DISC8-STATUS
                       NOT AT END
                           IF WS-TOTAL-P1 = 2000
                               ADD 1 TO WS-FORA-TABELA
                           ELSE
                               ADD 1 TO WS-TOTAL-P1
                               MOVE DISC8-STUDENT-ID
                                   TO WS-P1-ALUNO(WS-TOTAL-P1)
                               MOVE DISC8-NOME(1:10)
                                   TO WS-P1-CURSO(WS-TOTAL-P1)
                               MOVE DISC8-P1
                                   TO WS-P1-NOTA(WS-TOTAL-P1)
                               MOVE DISC8-ATIVIDADE
                                   TO WS-P1-ATIVIDADE(WS-TOTAL-P1)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCIPLINAS08-FILE
           END-IF.

      * Only the open term's postings are partial results; with no
      * open term on ACADEMIC-TERM.DAT every vigente row counts.
       CARREGAR-HISTORICO.
           OPEN INPUT STUDENT-GRADES-FILE.
           IF WS-SG-STATUS = "00"
               PERFORM UNTIL WS-SG-STATUS = "10"
                   READ STUDENT-GRADES-FILE
                       AT END
                           MOVE "10" TO WS-SG-STATUS
                       NOT AT END
                           IF SG-VIGENTE
                               AND (WS-TERMO-ATUAL = SPACES
                                    OR SG-TERMO = WS-TERMO-ATUAL)
                               PERFORM GUARDAR-ULTIMA-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-GRADES-FILE
           END-IF.

       GUARDAR-ULTIMA-NOTA.
           MOVE 0 TO WS-K.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ULTIMAS OR WS-K > 0
               IF WS-UL-ALUNO(WS-J) = SG-STUDENT-ID
                   AND WS-UL-CURSO(WS-J) = SG-PROGRAMA-ID
                   MOVE WS-J TO WS-K
               END-IF
           END-PERFORM.
           IF WS-K = 0
               IF WS-TOTAL-ULTIMAS = 2000
                   ADD 1 TO WS-FORA-TABELA
               ELSE
                   ADD 1 TO WS-TOTAL-ULTIMAS
                   MOVE WS-TOTAL-ULTIMAS TO WS-K
                   MOVE SG-STUDENT-ID TO WS-UL-ALUNO(WS-K)
                   MOVE SG-PROGRAMA-ID TO WS-UL-CURSO(WS-K)
                   MOVE SPACES TO WS-UL-DATA-HORA(WS-K)
               END-IF
           END-IF.
           IF WS-K > 0
               IF SG-DATA-HORA >= WS-UL-DATA-HORA(WS-K)
                   MOVE SG-DATA-HORA TO WS-UL-DATA-HORA(WS-K)
                   MOVE SG-NOTA-1 TO WS-UL-NOTA-1(WS-K)
                   MOVE SG-NOTA-2 TO WS-UL-NOTA-2(WS-K)
                   MOVE SG-NOTA-3 TO WS-UL-NOTA-3(WS-K)
                   MOVE SG-MEDIA TO WS-UL-MEDIA(WS-K)
               END-IF
           END-IF.

       CARREGAR-FREQUENCIAS.
           OPEN INPUT ATTEND-FILE.
           IF WS-ATTEND-STATUS = "00"
               PERFORM UNTIL WS-ATTEND-STATUS = "10"
                   READ ATTEND-FILE
                       AT END
                           MOVE "10" TO WS-ATTEND-STATUS
                       NOT AT END
                           IF WS-TOTAL-FREQUENCIAS = 2000
                               ADD 1 TO WS-FORA-TABELA
                           ELSE
                               ADD 1 TO WS-TOTAL-FREQUENCIAS
                               MOVE FQ-STUDENT-ID TO WS-FQ-ALUNO
                                   (WS-TOTAL-FREQUENCIAS)
                               MOVE FQ-COURSE-ID TO WS-FQ-CURSO
                                   (WS-TOTAL-FREQUENCIAS)
                               MOVE FQ-AULAS-DADAS TO WS-FQ-DADAS
                                   (WS-TOTAL-FREQUENCIAS)
                               MOVE FQ-AULAS-PRESENTES
                                   TO WS-FQ-PRESENTES
                                      (WS-TOTAL-FREQUENCIAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTEND-FILE
           END-IF.

      * One entry per course, the line in force for the open term.
       CARREGAR-CORTES.
           MOVE WS-TERMO-ATUAL TO WS-VIG-TERMO.
           IF WS-VIG-TERMO = SPACES
               MOVE HIGH-VALUES TO WS-VIG-TERMO
           END-IF.
           MOVE "N" TO WS-VIG-ACHOU-PADRAO.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
               PERFORM UNTIL WS-THRESHOLD-STATUS = "10"
                   READ THRESHOLD-FILE
                       AT END
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           IF TH-VIGENCIA NOT > WS-VIG-TERMO
                               PERFORM GUARDAR-CORTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLD-FILE
           END-IF.

       GUARDAR-CORTE.
           IF TH-COURSE-ID = "DEFAULT"
               IF NOT VIG-ACHOU-PADRAO
                   OR TH-VIGENCIA > WS-VIG-ESCOLHIDA-PADRAO
                   MOVE TH-CUTOFF TO WS-CORTE-PADRAO
                   MOVE TH-VIGENCIA TO WS-VIG-ESCOLHIDA-PADRAO
                   MOVE "S" TO WS-VIG-ACHOU-PADRAO
               END-IF
           ELSE
               MOVE 0 TO WS-ACHADO
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-CORTES OR WS-ACHADO > 0
                   IF WS-CT-CURSO(WS-J) = TH-COURSE-ID
                       MOVE WS-J TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ACHADO > 0
                   IF TH-VIGENCIA > WS-CT-VIGENCIA(WS-ACHADO)
                       MOVE TH-CUTOFF TO WS-CT-CORTE(WS-ACHADO)
                       MOVE TH-VIGENCIA TO WS-CT-VIGENCIA(WS-ACHADO)
                   END-IF
               ELSE
                   IF WS-TOTAL-CORTES < 100
                       ADD 1 TO WS-TOTAL-CORTES
                       MOVE TH-COURSE-ID
                           TO WS-CT-CURSO(WS-TOTAL-CORTES)
                       MOVE TH-CUTOFF
                           TO WS-CT-CORTE(WS-TOTAL-CORTES)
                       MOVE TH-VIGENCIA
                           TO WS-CT-VIGENCIA(WS-TOTAL-CORTES)
                   END-IF
               END-IF
           END-IF.

      * Every course the student has a P1, a posting or an
      * attendance row in, once each, in that order of discovery.
       MONTAR-CURSOS-ALUNO.
           MOVE 0 TO WS-TOTAL-CURSOS.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-P1
               IF WS-P1-ALUNO(WS-J) = WS-AL-ID(WS-I)
                   MOVE WS-P1-CURSO(WS-J) TO WS-CURSO-BUSCA
                   PERFORM INCLUIR-CURSO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ULTIMAS
               IF WS-UL-ALUNO(WS-J) = WS-AL-ID(WS-I)
                   MOVE WS-UL-CURSO(WS-J) TO WS-CURSO-BUSCA
                   PERFORM INCLUIR-CURSO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-FREQUENCIAS
               IF WS-FQ-ALUNO(WS-J) = WS-AL-ID(WS-I)
                   MOVE WS-FQ-CURSO(WS-J) TO WS-CURSO-BUSCA
                   PERFORM INCLUIR-CURSO
               END-IF
           END-PERFORM.

       INCLUIR-CURSO.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-CURSOS OR WS-ACHADO > 0
               IF WS-CU-CURSO(WS-K) = WS-CURSO-BUSCA
                   MOVE WS-K TO WS-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACHADO = 0
               IF WS-TOTAL-CURSOS = 30
                   ADD 1 TO WS-FORA-TABELA
               ELSE
                   ADD 1 TO WS-TOTAL-CURSOS
                   MOVE WS-CURSO-BUSCA TO WS-CU-CURSO(WS-TOTAL-CURSOS)
               END-IF
           END-IF.

      * Each card starts a page of its own.
       IMPRIMIR-BOLETIM.
           ADD 1 TO WS-BOLETINS.
           ADD 1 TO WS-PRINT-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ALUNO: " DELIMITED BY SIZE
               WS-AL-ID(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AL-NOME(WS-I) DELIMITED BY SIZE
               "   TURMA: " DELIMITED BY SIZE
               WS-AL-TURMA(WS-I) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           PERFORM IMPRIMIR-ENDERECO.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.

           MOVE SPACES TO WS-LINHA-CURSO.
           MOVE "DISCIPLINA" TO LC-CURSO.
           MOVE "    P1" TO LC-P1.
           MOVE "  ATIV" TO LC-ATIVIDADE.
           MOVE "    N1" TO LC-NOTA-1.
           MOVE "    N2" TO LC-NOTA-2.
           MOVE "    N3" TO LC-NOTA-3.
           MOVE "  MEDIA" TO LC-MEDIA.
           MOVE " FREQ" TO LC-FREQ.
           MOVE " CORTE" TO LC-CORTE.
           MOVE "OBSERVACAO" TO LC-OBS.
           MOVE WS-LINHA-CURSO TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE ALL "-" TO WS-PRINT-LINE(1:91).
           PERFORM IMPRIMIR-LINHA.

           MOVE 0 TO WS-MARCAS-ALUNO.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-CURSOS
               PERFORM IMPRIMIR-CURSO
           END-PERFORM.
           IF WS-MARCAS-ALUNO > 0
               ADD 1 TO WS-MARCADOS
           END-IF.

           MOVE WS-FREQ-MINIMA TO WS-MINIMA-DISP.
           MOVE WS-FREQ-ALERTA TO WS-ALERTA-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NOTA: P1 OU MEDIA PARCIAL ABAIXO DO CORTE DA "
               "DISCIPLINA." DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "FALTAS: FREQUENCIA ABAIXO DE " DELIMITED BY SIZE
               WS-MINIMA-DISP DELIMITED BY SIZE
               "% (REPROVA POR FALTA).  PROX.LIMITE: ABAIXO DE "
                   DELIMITED BY SIZE
               WS-ALERTA-DISP DELIMITED BY SIZE
               "%." DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RESULTADOS PARCIAIS, SUJEITOS A ALTERACAO ATE O "
               "FECHAMENTO DO TERMO." DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-ENDERECO.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ENDERECOS OR WS-ACHADO > 0
               IF WS-EN-ALUNO(WS-J) = WS-AL-ID(WS-I)
                   MOVE WS-J TO WS-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACHADO > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ENDERECO: " DELIMITED BY SIZE
                   WS-EN-LOGRADOURO(WS-ACHADO) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
               MOVE SPACES TO WS-PRINT-LINE
               STRING "          " DELIMITED BY SIZE
                   WS-EN-CIDADE(WS-ACHADO) DELIMITED BY SIZE
                   " CEP " DELIMITED BY SIZE
                   WS-EN-CEP(WS-ACHADO) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           ELSE
               MOVE "ENDERECO: *** NAO CADASTRADO ***"
                   TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
               IF WS-TOTAL-SEM-END < 100
                   ADD 1 TO WS-TOTAL-SEM-END
                   MOVE WS-AL-ID(WS-I) TO WS-SEM-ID(WS-TOTAL-SEM-END)
                   MOVE WS-AL-NOME(WS-I)
                       TO WS-SEM-NOME(WS-TOTAL-SEM-END)
               END-IF
           END-IF.

      * A grade or attendance the card has no row for prints as a
      * dash; only what is on file can mark the course.
       IMPRIMIR-CURSO.
           MOVE WS-CU-CURSO(WS-K) TO WS-CURSO-BUSCA.
           MOVE WS-CORTE-PADRAO TO WS-CORTE.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-CORTES
               IF WS-CT-CURSO(WS-J) = WS-CURSO-BUSCA
                   MOVE WS-CT-CORTE(WS-J) TO WS-CORTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-CURSO.
           MOVE WS-CURSO-BUSCA TO LC-CURSO.
           MOVE "    -" TO LC-P1 LC-ATIVIDADE.
           MOVE "    -" TO LC-NOTA-1 LC-NOTA-2 LC-NOTA-3.
           MOVE "     -" TO LC-MEDIA.
           MOVE "   -" TO LC-FREQ.
           MOVE WS-CORTE TO WS-CORTE-DISP.
           MOVE WS-CORTE-DISP TO LC-CORTE(2:5).
           MOVE SPACES TO WS-OBS.
           MOVE 1 TO WS-OBS-PTR.
           MOVE 0 TO WS-ACHADO.

           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-P1
               IF WS-P1-ALUNO(WS-J) = WS-AL-ID(WS-I)
                   AND WS-P1-CURSO(WS-J) = WS-CURSO-BUSCA
                   MOVE WS-J TO WS-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACHADO > 0
               MOVE WS-P1-NOTA(WS-ACHADO) TO WS-NOTA-DISP
               MOVE WS-NOTA-DISP TO LC-P1(2:5)
               MOVE WS-P1-ATIVIDADE(WS-ACHADO) TO WS-NOTA-DISP
               MOVE WS-NOTA-DISP TO LC-ATIVIDADE(2:5)
               IF WS-P1-NOTA(WS-ACHADO) < WS-CORTE
                   PERFORM MARCAR-NOTA
               END-IF
           END-IF.

           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ULTIMAS OR WS-ACHADO > 0
               IF WS-UL-ALUNO(WS-J) = WS-AL-ID(WS-I)
                   AND WS-UL-CURSO(WS-J) = WS-CURSO-BUSCA
                   MOVE WS-J TO WS-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACHADO > 0
               MOVE WS-UL-NOTA-1(WS-ACHADO) TO WS-MEDIA-DISP
               MOVE WS-MEDIA-DISP TO LC-NOTA-1
               MOVE WS-UL-NOTA-2(WS-ACHADO) TO WS-MEDIA-DISP
               MOVE WS-MEDIA-DISP TO LC-NOTA-2
               MOVE WS-UL-NOTA-3(WS-ACHADO) TO WS-MEDIA-DISP
               MOVE WS-MEDIA-DISP TO LC-NOTA-3
               MOVE WS-UL-MEDIA(WS-ACHADO) TO WS-MEDIA-DISP
               MOVE WS-MEDIA-DISP TO LC-MEDIA(2:6)
               IF WS-UL-MEDIA(WS-ACHADO) < WS-CORTE
                   PERFORM MARCAR-NOTA
               END-IF
           END-IF.

           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-FREQUENCIAS OR WS-ACHADO > 0
               IF WS-FQ-ALUNO(WS-J) = WS-AL-ID(WS-I)
                   AND WS-FQ-CURSO(WS-J) = WS-CURSO-BUSCA
                   MOVE WS-J TO WS-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACHADO > 0
               IF WS-FQ-DADAS(WS-ACHADO) > 0
                   COMPUTE WS-FREQ-PCT = WS-FQ-PRESENTES(WS-ACHADO)
                       * 100 / WS-FQ-DADAS(WS-ACHADO)
                   MOVE WS-FREQ-PCT TO WS-FREQ-DISP
                   MOVE SPACES TO LC-FREQ
                   STRING WS-FREQ-DISP DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO LC-FREQ(2:4)
                   END-STRING
                   IF WS-FQ-PRESENTES(WS-ACHADO) * 100
                       < WS-FQ-DADAS(WS-ACHADO) * WS-FREQ-MINIMA
                       STRING "FALTAS " DELIMITED BY SIZE
                           INTO WS-OBS WITH POINTER WS-OBS-PTR
                       END-STRING
                   ELSE
                       IF WS-FQ-PRESENTES(WS-ACHADO) * 100
                           < WS-FQ-DADAS(WS-ACHADO) * WS-FREQ-ALERTA
                           STRING "PROX.LIMITE " DELIMITED BY SIZE
                               INTO WS-OBS WITH POINTER WS-OBS-PTR
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-OBS NOT = SPACES
               ADD 1 TO WS-MARCAS-ALUNO
           END-IF.
           MOVE WS-OBS TO LC-OBS.
           MOVE WS-LINHA-CURSO TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.

      * NOTA is noted once even when both P1 and the media are low.
       MARCAR-NOTA.
           IF WS-OBS-PTR = 1
               STRING "NOTA " DELIMITED BY SIZE
                   INTO WS-OBS WITH POINTER WS-OBS-PTR
               END-STRING
           END-IF.

       IMPRIMIR-PAGINA-EXCECOES.
           IF WS-TOTAL-SEM-END > 0
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "EXCECOES: BOLETINS SEM ENDERECO EM "
                   "STUDENT-ADDRESS.DAT" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-SEM-END
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-SEM-ID(WS-I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SEM-NOME(WS-I) DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM IMPRIMIR-LINHA
               END-PERFORM
           END-IF.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "BOLETIM PARCIAL - TERMO " DELIMITED BY SIZE
               WS-TERMO-ATUAL DELIMITED BY SIZE
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
