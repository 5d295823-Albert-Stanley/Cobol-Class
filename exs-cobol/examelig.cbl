      *          RECUP-ELEGIVEIS.DAT with the name from STUDENT.DAT -
      *          the list the office used to build on paper.
      *          REP-FALTA rows are excluded: an attendance failure
      *          has no exam to sit. STUDENT.DAT and THRESHOLD.DAT
      *          are held in sorted tables (TABMEST.cpy) searched by
      *          halving; a master past its capacity stops the run
      *          before the extract is written. Cutoff and exam
      *          rule are the lines in force for the open term
      *          (RULEVIG.cpy), the same ones RECUP-CAPTURA applies
      *          when the exam grade is keyed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EXAMRULE-FILE ASSIGN TO "EXAM-RULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAMRULE-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RECUP-ELEGIVEIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  EXAMRULE-FILE.
           COPY EXAMRULE.

       FD  TERM-FILE.
           COPY TERM.

       FD  REPORT-FILE.
       01 REPORT-LINE        PIC X(100).

       77 WS-THRESHOLD-STATUS PIC X(2) VALUE SPACES.
       77 WS-EXAMRULE-STATUS  PIC X(2) VALUE SPACES.
       77 WS-REPORT-STATUS    PIC X(2) VALUE SPACES.
       77 WS-TERM-STATUS      PIC X(2) VALUE SPACES.

           COPY TABMEST.
           COPY RULEVIG.

       01 WS-TABELA-REGRAS.
           05 WS-REGRA-ENTRY OCCURS 20 TIMES.
               10 WS-REGRA-PISO   PIC 9(2)V9(2).
               10 WS-REGRA-PMEDIA PIC 9(3).
               10 WS-REGRA-PEXAME PIC 9(3).
               10 WS-REGRA-VIG    PIC X(6).
       01 WS-TOTAL-REGRAS    PIC 9(2) VALUE 0.

       77 WS-I               PIC 9(3).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-TERMO-ABERTO.
           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-CORTES.
           PERFORM CARREGAR-REGRAS.
       OBTER-REGRA-DO-CURSO.
           MOVE "N" TO WS-ACHOU-REGRA.
           MOVE 6 TO WS-CUTOFF.
           MOVE SG-PROGRAMA-ID TO WS-TB-CHAVE.
           PERFORM LOCALIZAR-TABELA-CORTE.
           IF TB-ACHOU
               MOVE WS-TK-CORTE(WS-TB-POS) TO WS-CUTOFF
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-REGRAS
               IF WS-REGRA-CURSO(WS-I) = SG-PROGRAMA-ID
                   AND (NOT ACHOU-REGRA
                       OR WS-REGRA-VIG(WS-I) NOT < WS-VIG-ESCOLHIDA)
                   MOVE WS-REGRA-PISO(WS-I) TO WS-PISO
                   MOVE WS-REGRA-VIG(WS-I) TO WS-VIG-ESCOLHIDA
                   MOVE "S" TO WS-ACHOU-REGRA
               END-IF
           END-PERFORM.
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-REGRAS
                   IF WS-REGRA-CURSO(WS-I) = "DEFAULT"
                       AND (NOT ACHOU-REGRA
                           OR WS-REGRA-VIG(WS-I)
                               NOT < WS-VIG-ESCOLHIDA)
                       MOVE WS-REGRA-PISO(WS-I) TO WS-PISO
                       MOVE WS-REGRA-VIG(WS-I) TO WS-VIG-ESCOLHIDA
                       MOVE "S" TO WS-ACHOU-REGRA
                   END-IF
               END-PERFORM
           END-IF.

       CARREGAR-ALUNOS.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10" OR TA-CHEIA
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           PERFORM INSERIR-TABELA-ALUNO
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.
           IF TA-CHEIA
               DISPLAY "STUDENT.DAT EXCEDE A TABELA DE ALUNOS (MAX "
                   WS-TA-MAXIMO "). EXTRATO NAO GERADO."
               STOP RUN
           END-IF.

       CARREGAR-CORTES.
           MOVE SPACES TO WS-THRESHOLD-STATUS.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
               PERFORM UNTIL WS-THRESHOLD-STATUS = "10" OR TK-CHEIA
                   READ THRESHOLD-FILE
                       AT END
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           IF TH-VIGENCIA NOT > WS-VIG-TERMO
                               PERFORM INSERIR-TABELA-CORTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLD-FILE
           END-IF.
           IF TK-CHEIA
               DISPLAY "THRESHOLD.DAT EXCEDE A TABELA DE CORTES (MAX "
                   WS-TK-MAXIMO "). EXTRATO NAO GERADO."
               STOP RUN
           END-IF.

       INSERIR-TABELA-ALUNO.
           MOVE ST-STUDENT-ID TO WS-TB-CHAVE.
           PERFORM LOCALIZAR-TABELA-ALUNO.
           IF NOT TB-ACHOU
               IF WS-TA-TOTAL = WS-TA-MAXIMO
                   MOVE "S" TO WS-TA-CHEIA
               ELSE
                   PERFORM VARYING WS-TB-J FROM WS-TA-TOTAL BY -1
                       UNTIL WS-TB-J < WS-TB-POS
                       MOVE WS-TA-ENTRY(WS-TB-J)
                           TO WS-TA-ENTRY(WS-TB-J + 1)
                   END-PERFORM
                   MOVE ST-STUDENT-ID TO WS-TA-ID(WS-TB-POS)
                   MOVE ST-NOME TO WS-TA-NOME(WS-TB-POS)
                   ADD 1 TO WS-TA-TOTAL
               END-IF
           END-IF.

       INSERIR-TABELA-CORTE.
           MOVE TH-COURSE-ID TO WS-TB-CHAVE.
           PERFORM LOCALIZAR-TABELA-CORTE.
           IF TB-ACHOU
               IF TH-VIGENCIA > WS-TK-VIGENCIA(WS-TB-POS)
                   MOVE TH-CUTOFF TO WS-TK-CORTE(WS-TB-POS)
                   MOVE TH-VIGENCIA TO WS-TK-VIGENCIA(WS-TB-POS)
               END-IF
           ELSE
               IF WS-TK-TOTAL = WS-TK-MAXIMO
                   MOVE "S" TO WS-TK-CHEIA
               ELSE
                   PERFORM VARYING WS-TB-J FROM WS-TK-TOTAL BY -1
                       UNTIL WS-TB-J < WS-TB-POS
                       MOVE WS-TK-ENTRY(WS-TB-J)
                           TO WS-TK-ENTRY(WS-TB-J + 1)
                   END-PERFORM
                   MOVE TH-COURSE-ID TO WS-TK-CURSO(WS-TB-POS)
                   MOVE TH-CUTOFF TO WS-TK-CORTE(WS-TB-POS)
                   MOVE TH-VIGENCIA TO WS-TK-VIGENCIA(WS-TB-POS)
                   ADD 1 TO WS-TK-TOTAL
               END-IF
           END-IF.

       LOCALIZAR-TABELA-ALUNO.
           MOVE "N" TO WS-TB-ACHOU.
           MOVE 1 TO WS-TB-INICIO.
           MOVE WS-TA-TOTAL TO WS-TB-FIM.
           PERFORM UNTIL WS-TB-INICIO > WS-TB-FIM OR TB-ACHOU
               COMPUTE WS-TB-MEIO = (WS-TB-INICIO + WS-TB-FIM) / 2
               EVALUATE TRUE
                   WHEN WS-TA-ID(WS-TB-MEIO) = WS-TB-CHAVE(1:10)
                       MOVE "S" TO WS-TB-ACHOU
                       MOVE WS-TB-MEIO TO WS-TB-INICIO
                   WHEN WS-TA-ID(WS-TB-MEIO) < WS-TB-CHAVE(1:10)
                       COMPUTE WS-TB-INICIO = WS-TB-MEIO + 1
                   WHEN OTHER
                       COMPUTE WS-TB-FIM = WS-TB-MEIO - 1
               END-EVALUATE
           END-PERFORM.
           MOVE WS-TB-INICIO TO WS-TB-POS.

       LOCALIZAR-TABELA-CORTE.
           MOVE "N" TO WS-TB-ACHOU.
           MOVE 1 TO WS-TB-INICIO.
           MOVE WS-TK-TOTAL TO WS-TB-FIM.
           PERFORM UNTIL WS-TB-INICIO > WS-TB-FIM OR TB-ACHOU
               COMPUTE WS-TB-MEIO = (WS-TB-INICIO + WS-TB-FIM) / 2
               EVALUATE TRUE
                   WHEN WS-TK-CURSO(WS-TB-MEIO) = WS-TB-CHAVE(1:10)
                       MOVE "S" TO WS-TB-ACHOU
                       MOVE WS-TB-MEIO TO WS-TB-INICIO
                   WHEN WS-TK-CURSO(WS-TB-MEIO) < WS-TB-CHAVE(1:10)
                       COMPUTE WS-TB-INICIO = WS-TB-MEIO + 1
                   WHEN OTHER
                       COMPUTE WS-TB-FIM = WS-TB-MEIO - 1
               END-EVALUATE
           END-PERFORM.
           MOVE WS-TB-INICIO TO WS-TB-POS.

       CARREGAR-REGRAS.
           OPEN INPUT EXAMRULE-FILE.
                       AT END
                           MOVE "10" TO WS-EXAMRULE-STATUS
                       NOT AT END
                           IF EX-VIGENCIA NOT > WS-VIG-TERMO
                               PERFORM GUARDAR-REGRA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXAMRULE-FILE
                   "ALUNO SERA CONSIDERADO ELEGIVEL."
           END-IF.

       GUARDAR-REGRA.
           ADD 1 TO WS-TOTAL-REGRAS.
           MOVE EX-COURSE-ID TO WS-REGRA-CURSO(WS-TOTAL-REGRAS).
           MOVE EX-PISO TO WS-REGRA-PISO(WS-TOTAL-REGRAS).
           MOVE EX-PESO-MEDIA TO WS-REGRA-PMEDIA(WS-TOTAL-REGRAS).
           MOVE EX-PESO-EXAME TO WS-REGRA-PEXAME(WS-TOTAL-REGRAS).
           MOVE EX-VIGENCIA TO WS-REGRA-VIG(WS-TOTAL-REGRAS).

      * The term the rules are taken for; with no open term the
      * latest lines count.
       LER-TERMO-ABERTO.
           MOVE HIGH-VALUES TO WS-VIG-TERMO.
           MOVE SPACES TO WS-TERM-STATUS.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-TERM-STATUS = "10"
                   READ TERM-FILE
                       AT END
                           MOVE "10" TO WS-TERM-STATUS
                       NOT AT END
                           IF TR-ABERTO
                               MOVE TR-TERM-ID TO WS-VIG-TERMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF.

       BUSCAR-NOME.
           MOVE "ALUNO NAO CADASTRADO" TO WS-NOME-ATUAL.
           MOVE SG-STUDENT-ID TO WS-TB-CHAVE.
           PERFORM LOCALIZAR-TABELA-ALUNO.
           IF TB-ACHOU
               MOVE WS-TA-NOME(WS-TB-POS) TO WS-NOME-ATUAL
           END-IF.
