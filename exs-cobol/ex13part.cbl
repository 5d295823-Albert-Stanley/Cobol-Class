      *          EX13-REPORT.DAT. Each partition keeps its own
      *          checkpoint (EX13-CHKPT-<turma>.DAT), so partitions
      *          can run side by side and restart independently.
      *          STUDENT.DAT and STUDENT-COURSES.DAT are read once
      *          into sorted tables (TABMEST.cpy) and searched by
      *          halving; a master past a table's capacity is
      *          reported and read from disk per row instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 LANCAMENTO-TARDIO VALUE "S".
       77 WS-LIMITE-TENTATIVAS PIC 9(1) VALUE 3.
       77 WS-TENTATIVAS-FEITAS PIC 9(3) VALUE 0.
       77 WS-TABELAS-CARREGADAS PIC X VALUE "N".
           88 TABELAS-CARREGADAS VALUE "S".
       COPY TABMEST.
       COPY LOCKF.
       COPY AUDCHAIN.
       COPY RULEVIG.

       01 WS-TABELA-ROSTER.
           05 WS-ROSTER-ENTRY OCCURS 200 TIMES.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICAR-DIA-ABERTO.
           PERFORM LER-TERMO-ABERTO.
           IF WS-TERMO-ATUAL = SPACES
               DISPLAY "NENHUM TERMO LETIVO ABERTO EM "
               STOP RUN
           END-IF.
           DISPLAY "TERMO LETIVO: " WS-TERMO-ATUAL.
           PERFORM LER-LIMITE-APROVACAO.

           PERFORM VERIFICAR-JANELA-TERMO.

           MOVE 0 TO WS-REGISTROS-PROCESSADOS.

           PERFORM CARREGAR-TRABALHO.
           PERFORM CARREGAR-TABELAS-MESTRE.
           IF WS-TOTAL-ROSTER = 0
               DISPLAY "NENHUM REGISTRO EM " WS-NOME-TRABALHO
                   " - EXECUTE ROSTER-DIVIDE ANTES."
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      * The student is looked up in the table loaded once by
      * CARREGAR-TABELAS-MESTRE; with a master past the table
      * capacity STUDENT.DAT is read as before.
       BUSCAR-ALUNO.
           MOVE "ALUNO NAO CADASTRADO" TO WS-STUDENT-NOME.
           IF TABELAS-CARREGADAS AND NOT TA-CHEIA
               MOVE WS-AUDIT-ID TO WS-TB-CHAVE
               PERFORM LOCALIZAR-TABELA-ALUNO
               IF TB-ACHOU
                   MOVE WS-TA-NOME(WS-TB-POS) TO WS-STUDENT-NOME
               END-IF
           ELSE
               PERFORM BUSCAR-ALUNO-ARQUIVO
           END-IF.

       BUSCAR-ALUNO-ARQUIVO.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               CLOSE DELTA-FILE
           END-IF.

      * The cutoff in force for the term the posting is stamped with
      * (RULEVIG.cpy), so a change keyed in for next term does not
      * grade this one.
       LER-LIMITE-APROVACAO.
           MOVE WS-TERMO-ATUAL TO WS-VIG-TERMO.
           MOVE "N" TO WS-VIG-ACHOU.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
               PERFORM UNTIL WS-THRESHOLD-STATUS = "10"
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           IF TH-COURSE-ID = WS-COURSE-ID
                               AND TH-VIGENCIA NOT > WS-VIG-TERMO
                               AND (NOT VIG-ACHOU
                                   OR TH-VIGENCIA
                                       > WS-VIG-ESCOLHIDA)
                               MOVE TH-CUTOFF TO WS-CUTOFF
                               MOVE TH-VIGENCIA TO WS-VIG-ESCOLHIDA
                               MOVE "S" TO WS-VIG-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
           MOVE "N" TO WS-MATRICULADO.
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-DATA-POSTAGEM.
           IF TABELAS-CARREGADAS AND NOT TM-CHEIA
               MOVE WS-AUDIT-ID TO WS-TB-CHAVE(1:10)
               MOVE WS-COURSE-ID TO WS-TB-CHAVE(11:10)
               PERFORM LOCALIZAR-TABELA-MATRICULA
               IF TB-ACHOU
                   IF WS-TM-STATUS(WS-TB-POS) = "T"
                       AND WS-TM-DATA-EFEITO(WS-TB-POS)
                           <= WS-DATA-POSTAGEM
                       CONTINUE
                   ELSE
                       MOVE "S" TO WS-MATRICULADO
                   END-IF
               END-IF
           ELSE
               PERFORM VERIFICAR-MATRICULA-ARQUIVO
           END-IF.

       VERIFICAR-MATRICULA-ARQUIVO.
           MOVE SPACES TO WS-ENROLL-STATUS.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS = "00"
               CLOSE ENROLL-FILE
           END-IF.

      * STUDENT.DAT and STUDENT-COURSES.DAT are read once per batch
      * into the sorted tables of TABMEST.cpy. Every enrollment row is
      * kept with its status and effective date, so the trancada rule
      * is applied at lookup exactly as the file read applied it. A
      * master past its table is reported and then read from disk for
      * each row, as it always was - slower, but never cut off.
       CARREGAR-TABELAS-MESTRE.
           MOVE 0 TO WS-TA-TOTAL WS-TM-TOTAL.
           MOVE "N" TO WS-TA-CHEIA WS-TM-CHEIA.
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
                   WS-TA-MAXIMO ") - NOMES LIDOS DO ARQUIVO A CADA "
                   "ALUNO."
           END-IF.
           MOVE SPACES TO WS-ENROLL-STATUS.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL WS-ENROLL-STATUS = "10" OR TM-CHEIA
                   READ ENROLL-FILE
                       AT END
                           MOVE "10" TO WS-ENROLL-STATUS
                       NOT AT END
                           PERFORM INSERIR-TABELA-MATRICULA
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.
           IF TM-CHEIA
               DISPLAY "STUDENT-COURSES.DAT EXCEDE A TABELA DE "
                   "MATRICULAS (MAX " WS-TM-MAXIMO ") - MATRICULAS "
                   "LIDAS DO ARQUIVO A CADA ALUNO."
           END-IF.
           MOVE "S" TO WS-TABELAS-CARREGADAS.

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
                   MOVE ST-STATUS TO WS-TA-STATUS(WS-TB-POS)
                   MOVE ST-TURMA TO WS-TA-TURMA(WS-TB-POS)
                   MOVE ST-UNIDADE TO WS-TA-UNIDADE(WS-TB-POS)
                   ADD 1 TO WS-TA-TOTAL
               END-IF
           END-IF.

       INSERIR-TABELA-MATRICULA.
           MOVE EN-STUDENT-ID TO WS-TB-CHAVE(1:10).
           MOVE EN-COURSE-ID TO WS-TB-CHAVE(11:10).
           PERFORM LOCALIZAR-TABELA-MATRICULA.
           IF NOT TB-ACHOU
               IF WS-TM-TOTAL = WS-TM-MAXIMO
                   MOVE "S" TO WS-TM-CHEIA
               ELSE
                   PERFORM VARYING WS-TB-J FROM WS-TM-TOTAL BY -1
                       UNTIL WS-TB-J < WS-TB-POS
                       MOVE WS-TM-ENTRY(WS-TB-J)
                           TO WS-TM-ENTRY(WS-TB-J + 1)
                   END-PERFORM
                   MOVE WS-TB-CHAVE TO WS-TM-CHAVE(WS-TB-POS)
                   MOVE EN-STATUS TO WS-TM-STATUS(WS-TB-POS)
                   MOVE EN-DATA-EFEITO
                       TO WS-TM-DATA-EFEITO(WS-TB-POS)
                   ADD 1 TO WS-TM-TOTAL
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

       LOCALIZAR-TABELA-MATRICULA.
           MOVE "N" TO WS-TB-ACHOU.
           MOVE 1 TO WS-TB-INICIO.
           MOVE WS-TM-TOTAL TO WS-TB-FIM.
           PERFORM UNTIL WS-TB-INICIO > WS-TB-FIM OR TB-ACHOU
               COMPUTE WS-TB-MEIO = (WS-TB-INICIO + WS-TB-FIM) / 2
               EVALUATE TRUE
                   WHEN WS-TM-CHAVE(WS-TB-MEIO) = WS-TB-CHAVE
                       MOVE "S" TO WS-TB-ACHOU
                       MOVE WS-TB-MEIO TO WS-TB-INICIO
                   WHEN WS-TM-CHAVE(WS-TB-MEIO) < WS-TB-CHAVE
                       COMPUTE WS-TB-INICIO = WS-TB-MEIO + 1
                   WHEN OTHER
                       COMPUTE WS-TB-FIM = WS-TB-MEIO - 1
               END-EVALUATE
           END-PERFORM.
           MOVE WS-TB-INICIO TO WS-TB-POS.

      * Fail-by-absence rule (ATTEND.cpy): under the 75% floor the
      * posting becomes REP-FALTA no matter the media.
       VERIFICAR-FREQUENCIA.
