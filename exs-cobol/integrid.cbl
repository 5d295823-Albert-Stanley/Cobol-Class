      *          land in INTEGRITY-REPORT.DAT so the orphans are
      *          found before a report or the portal export trips
      *          over them.
      *          STUDENT.DAT is held in a sorted table (TABMEST.cpy)
      *          searched by halving; a master past the table's
      *          capacity is reported as an exception and the orphan
      *          checks that depend on it are skipped rather than run
      *          against a cut-off list.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-ENROLL-STATUS    PIC X(2) VALUE SPACES.
       01 WS-REPORT-STATUS    PIC X(2) VALUE SPACES.

           COPY TABMEST.

       01 WS-TABELA-DISCIPLINAS.
           05 WS-DISC-NOME OCCURS 20 TIMES PIC X(40).
           END-STRING.
           WRITE REPORT-LINE.

      * Against a cut-off student list every student past the limit
      * would come out as an orphan - the capacity is the exception.
           IF TA-CHEIA
               ADD 1 TO WS-EXCECOES
               MOVE SPACES TO REPORT-LINE
               STRING "STUDENT.DAT EXCEDE A TABELA DE ALUNOS (MAX "
                   DELIMITED BY SIZE
                   WS-TA-MAXIMO DELIMITED BY SIZE
                   ") - NOTAS E MATRICULAS ORFAS NAO VERIFICADAS"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY "STUDENT.DAT EXCEDE A TABELA DE ALUNOS (MAX "
                   WS-TA-MAXIMO ")."
           ELSE
               PERFORM VERIFICAR-NOTAS-ORFAS
           END-IF.
           PERFORM VERIFICAR-DISC8-ORFAS.
           PERFORM VERIFICAR-CORTES.
           PERFORM VERIFICAR-PESOS-MEDIA.
           PERFORM VERIFICAR-PESOS-EX08.
           IF NOT TA-CHEIA
               PERFORM VERIFICAR-MATRICULAS-ORFAS
           END-IF.
           PERFORM VERIFICAR-CADEIA-AUDITORIA.

           MOVE SPACES TO REPORT-LINE.
       CARREGAR-ALUNOS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10" OR TA-CHEIA
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           PERFORM INSERIR-ALUNO-NA-TABELA
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       INSERIR-ALUNO-NA-TABELA.
           MOVE ST-STUDENT-ID TO WS-TB-CHAVE.
           PERFORM LOCALIZAR-ALUNO-NA-TABELA.
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
                   ADD 1 TO WS-TA-TOTAL
               END-IF
           END-IF.

       LOCALIZAR-ALUNO-NA-TABELA.
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

       CARREGAR-DISCIPLINAS.
           OPEN INPUT DISCIPLINAS-FILE.
           IF WS-DISC-STATUS = "00"

       BUSCAR-ALUNO-NA-TABELA.
           MOVE "N" TO WS-ACHOU.
           MOVE SG-STUDENT-ID TO WS-TB-CHAVE.
           PERFORM LOCALIZAR-ALUNO-NA-TABELA.
           IF TB-ACHOU
               MOVE "S" TO WS-ACHOU
           END-IF.

       VERIFICAR-NOTAS-ORFAS.
           OPEN INPUT STUDENT-GRADES-FILE.
                           MOVE "10" TO WS-ENROLL-STATUS
                       NOT AT END
                           MOVE "N" TO WS-ACHOU
                           MOVE EN-STUDENT-ID TO WS-TB-CHAVE
                           PERFORM LOCALIZAR-ALUNO-NA-TABELA
                           IF TB-ACHOU
                               MOVE "S" TO WS-ACHOU
                           END-IF
                           IF NOT ACHOU
                               ADD 1 TO WS-EXCECOES
                               MOVE SPACES TO REPORT-LINE
