      *          instrucoes de recuperacao - one letter per page in
      *          CARTAS-REPROVADOS.DAT, ready to hand out. The
      *          secretaries composed these by hand from screenshots.
      *          STUDENT.DAT and THRESHOLD.DAT are read once into
      *          sorted tables (TABMEST.cpy) instead of once per
      *          letter; a master past its table stops the run with
      *          the capacity before any letter is printed. Each
      *          course keeps the THRESHOLD.DAT line in force for the
      *          open term of ACADEMIC-TERM.DAT (RULEVIG.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ADDRESS-FILE ASSIGN TO "STUDENT-ADDRESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CARTAS-REPROVADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       FD  ADDRESS-FILE.
           COPY ADDRESS.

       FD  TERM-FILE.
           COPY TERM.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(80).

       01 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       01 WS-THRESHOLD-STATUS PIC X(2) VALUE SPACES.
       01 WS-PRINT-STATUS     PIC X(2) VALUE SPACES.
       01 WS-TERM-STATUS      PIC X(2) VALUE SPACES.

       01 WS-STUDENT-NOME     PIC X(30) VALUE SPACES.
       01 WS-CUTOFF           PIC 9(2)V9(2) VALUE 6.
       01 WS-TOTAL-SEM-END    PIC 9(3) VALUE 0.
       01 WS-I                PIC 9(3).

           COPY TABMEST.
           COPY RULEVIG.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM CARREGAR-TABELAS.
           OPEN INPUT CURRENT-FILE.
           IF WS-CURRENT-STATUS NOT = "00"
               DISPLAY "CURRENT-GRADES.DAT NAO ENCONTRADO - EXECUTE "
               WRITE PRINT-LINE
           END-IF.

      * Both masters once, before the first letter; a letter must
      * never carry a wrong name or cut because a table ran out.
       CARREGAR-TABELAS.
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
           PERFORM LER-TERMO-ABERTO.
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
           IF TA-CHEIA
               DISPLAY "STUDENT.DAT EXCEDE A TABELA DE ALUNOS (MAX "
                   WS-TA-MAXIMO "). CARTAS NAO GERADAS."
               STOP RUN
           END-IF.
           IF TK-CHEIA
               DISPLAY "THRESHOLD.DAT EXCEDE A TABELA DE CORTES (MAX "
                   WS-TK-MAXIMO "). CARTAS NAO GERADAS."
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

       LER-TERMO-ABERTO.
           MOVE HIGH-VALUES TO WS-VIG-TERMO.
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

       BUSCAR-ALUNO.
           MOVE "ALUNO NAO CADASTRADO" TO WS-STUDENT-NOME.
           MOVE SG-STUDENT-ID TO WS-TB-CHAVE.
           PERFORM LOCALIZAR-TABELA-ALUNO.
           IF TB-ACHOU
               MOVE WS-TA-NOME(WS-TB-POS) TO WS-STUDENT-NOME
           END-IF.

       LER-LIMITE-APROVACAO.
           MOVE 6 TO WS-CUTOFF.
           MOVE SG-PROGRAMA-ID TO WS-TB-CHAVE.
           PERFORM LOCALIZAR-TABELA-CORTE.
           IF TB-ACHOU
               MOVE WS-TK-CORTE(WS-TB-POS) TO WS-CUTOFF
           END-IF.
