      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Class rank and percentile per turma and term, for
      *          the scholarship committee and the internship
      *          partners who ask where a student stands in class.
      *          For the term asked (ENTER = the open term) every
      *          vigente row of CURRENT-GRADES.DAT (run NOTAS-ATUAIS
      *          first) is ranked by media within its turma and
      *          course - SG-TURMA as stamped, or the student's
      *          ST-TURMA for rows written before the stamp - and
      *          the latest AS-GPA of ACADEMIC-STANDING.DAT inside
      *          the term's TERM-CALENDAR.DAT window is ranked per
      *          turma as course EXER08 (EXERCICIO08). Ties share
      *          the rank and the next rank is skipped; the
      *          percentile is the share of the class at or below
      *          the student. The result replaces the term's lines
      *          in CLASS-RANK.DAT (CLASRANK.cpy), which
      *          DECLARACAO-NOTAS quotes on request, and the ranked
      *          list per turma (ENTER = every turma) is printed to
      *          CLASSIFICACAO-TURMA.DAT with the PRTHDR.cpy
      *          pagination. The turma and name of each student come
      *          from a sorted table of STUDENT.DAT (TABMEST.cpy)
      *          searched by halving; a master past its capacity
      *          stops the run before the ranking is replaced.
      *          Rows past the rank or GPA table leave CLASS-RANK.DAT
      *          as it was, since a partial ranking would misplace
      *          every student after them; the list still prints
      *          with the count left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASSIFICACAO-TURMA.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-FILE ASSIGN TO "CURRENT-GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.
           SELECT STANDING-FILE ASSIGN TO "ACADEMIC-STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "TERM-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RANK-FILE ASSIGN TO "CLASS-RANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANK-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CLASSIFICACAO-TURMA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENT-FILE.
           COPY STDGRADE.

       FD  STANDING-FILE.
           COPY STANDING.

       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  TERM-FILE.
           COPY TERM.

       FD  CALENDAR-FILE.
           COPY TERMCAL.

       FD  RANK-FILE.
           COPY CLASRANK.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-CURRENT-STATUS  PIC X(2) VALUE SPACES.
       77 WS-STANDING-STATUS PIC X(2) VALUE SPACES.
       77 WS-STUDENT-STATUS  PIC X(2) VALUE SPACES.
       77 WS-TERM-STATUS     PIC X(2) VALUE SPACES.
       77 WS-CALENDAR-STATUS PIC X(2) VALUE SPACES.
       77 WS-RANK-STATUS     PIC X(2) VALUE SPACES.

       01 WS-TERMO-PEDIDO    PIC X(06) VALUE SPACES.
       01 WS-TERMO-ABERTO    PIC X(06) VALUE SPACES.
       01 WS-TURMA-PEDIDA    PIC X(04) VALUE SPACES.
       01 WS-JANELA-INICIO   PIC X(08) VALUE LOW-VALUES.
       01 WS-JANELA-FIM      PIC X(08) VALUE HIGH-VALUES.
       01 WS-DATA-HORA       PIC X(19) VALUE SPACES.

           COPY TABMEST.

      * Latest GPA of the term per student; ACADEMIC-STANDING.DAT is
      * appended run by run, so a later row replaces an earlier one.
       01 WS-TABELA-GPA.
           05 WS-GPA-ENTRY OCCURS 500 TIMES.
               10 WS-GPA-ALUNO   PIC X(10).
               10 WS-GPA-VALOR   PIC 9(03)V9(02).
       01 WS-TOTAL-GPA       PIC 9(03) VALUE 0.

      * Sort key first (turma + curso + complement of the value +
      * matricula) so one ascending pass leaves every class together,
      * best value first and ties in matricula order.
       01 WS-TABELA-RANK.
           05 WS-RK-ENTRY OCCURS 2000 TIMES.
               10 WS-RK-TURMA     PIC X(04).
               10 WS-RK-PROGRAMA  PIC X(10).
               10 WS-RK-INVERSO   PIC 9(03)V9(02).
               10 WS-RK-ALUNO     PIC X(10).
               10 WS-RK-VALOR     PIC 9(03)V9(02).
               10 WS-RK-BASE      PIC X(01).
               10 WS-RK-POSICAO   PIC 9(03).
               10 WS-RK-TAMANHO   PIC 9(03).
               10 WS-RK-PERCENTIL PIC 9(03).
       01 WS-TOTAL-RANK      PIC 9(04) VALUE 0.
       01 WS-RK-TROCA        PIC X(44).

      * Lines of the other terms, written back untouched.
       01 WS-TABELA-OUTROS.
           05 WS-OUT-LINHA OCCURS 2000 TIMES PIC X(64).
       01 WS-TOTAL-OUTROS    PIC 9(04) VALUE 0.

       01 WS-I               PIC 9(04).
       01 WS-J               PIC 9(04).
       01 WS-INICIO-GRUPO    PIC 9(04).
       01 WS-FIM-GRUPO       PIC 9(04).
       01 WS-ACHADO          PIC 9(04) VALUE 0.
       01 WS-FORA-TABELA     PIC 9(04) VALUE 0.
       01 WS-TURMA           PIC X(04) VALUE SPACES.
       01 WS-PROGRAMA        PIC X(10) VALUE SPACES.
       01 WS-VALOR           PIC 9(03)V9(02) VALUE 0.
       01 WS-NOME            PIC X(30) VALUE SPACES.
       01 WS-TURMAS-IMPRESSAS PIC 9(04) VALUE 0.
       01 WS-CALENDARIO-OK   PIC X VALUE "N".
           88 CALENDARIO-ACHADO VALUE "S".
       01 WS-CANCELAR        PIC X VALUE "N".
           88 CANCELAR-GRAVACAO VALUE "S".
       01 WS-POSICAO-DISP    PIC ZZ9.
       01 WS-TAMANHO-DISP    PIC ZZ9.
       01 WS-PERCENTIL-DISP  PIC ZZ9.
       01 WS-VALOR-DISP      PIC ZZ9,99.
       01 WS-QTDE-DISP       PIC ZZZ9.

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-TERMO-ABERTO.
           DISPLAY "TERMO DA CLASSIFICACAO (ENTER = " WS-TERMO-ABERTO
               "): ".
           ACCEPT WS-TERMO-PEDIDO.
           IF WS-TERMO-PEDIDO = SPACES
               MOVE WS-TERMO-ABERTO TO WS-TERMO-PEDIDO
           END-IF.
           IF WS-TERMO-PEDIDO = SPACES
               DISPLAY "NENHUM TERMO ABERTO EM ACADEMIC-TERM.DAT E "
                   "NENHUM TERMO INFORMADO."
               STOP RUN
           END-IF.
           DISPLAY "TURMA PARA A LISTA (ENTER = TODAS): ".
           ACCEPT WS-TURMA-PEDIDA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-DATA-HORA.

           PERFORM CARREGAR-ALUNOS.
           PERFORM LER-JANELA-TERMO.
           PERFORM CARREGAR-MEDIAS.
           PERFORM CARREGAR-GPA.
           PERFORM ORDENAR-RANK.
           PERFORM CLASSIFICAR-TURMAS.
           PERFORM GRAVAR-CLASSIFICACAO.
           PERFORM IMPRIMIR-LISTA.
           STOP RUN.

       LER-TERMO-ABERTO.
           MOVE SPACES TO WS-TERMO-ABERTO.
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
                   WS-TA-MAXIMO "). CLASSIFICACAO NAO GERADA."
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
                   MOVE ST-TURMA TO WS-TA-TURMA(WS-TB-POS)
                   ADD 1 TO WS-TA-TOTAL
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

      * A term without a TERM-CALENDAR.DAT line has no window: the
      * latest GPA on file counts.
       LER-JANELA-TERMO.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               PERFORM UNTIL WS-CALENDAR-STATUS = "10"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "10" TO WS-CALENDAR-STATUS
                       NOT AT END
                           IF TC-TERM-ID = WS-TERMO-PEDIDO
                               MOVE TC-INICIO TO WS-JANELA-INICIO
                               MOVE TC-FIM TO WS-JANELA-FIM
                               MOVE "S" TO WS-CALENDARIO-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
           IF NOT CALENDARIO-ACHADO
               DISPLAY "TERMO " WS-TERMO-PEDIDO " SEM LINHA EM "
                   "TERM-CALENDAR.DAT - GPA MAIS RECENTE CONSIDERADO."
           END-IF.

       CARREGAR-MEDIAS.
           OPEN INPUT CURRENT-FILE.
           IF WS-CURRENT-STATUS NOT = "00"
               DISPLAY "CURRENT-GRADES.DAT NAO ENCONTRADO - EXECUTE "
                   "NOTAS-ATUAIS ANTES DA CLASSIFICACAO."
           ELSE
               PERFORM UNTIL WS-CURRENT-STATUS = "10"
                   READ CURRENT-FILE
                       AT END
                           MOVE "10" TO WS-CURRENT-STATUS
                       NOT AT END
                           IF SG-VIGENTE
                               AND SG-TERMO = WS-TERMO-PEDIDO
                               PERFORM GUARDAR-MEDIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRENT-FILE
           END-IF.

       GUARDAR-MEDIA.
           MOVE SG-TURMA TO WS-TURMA.
           IF WS-TURMA = SPACES
               PERFORM BUSCAR-TURMA-ALUNO
           END-IF.
           IF SG-MEDIA < 0
               MOVE 0 TO WS-VALOR
           ELSE
               MOVE SG-MEDIA TO WS-VALOR
           END-IF.
           MOVE SG-PROGRAMA-ID TO WS-PROGRAMA.
           PERFORM INCLUIR-RANK.
           IF WS-ACHADO > 0
               MOVE SG-STUDENT-ID TO WS-RK-ALUNO(WS-ACHADO)
               MOVE "M" TO WS-RK-BASE(WS-ACHADO)
           END-IF.

       BUSCAR-TURMA-ALUNO.
           MOVE SPACES TO WS-TURMA.
           MOVE SG-STUDENT-ID TO WS-TB-CHAVE.
           PERFORM LOCALIZAR-TABELA-ALUNO.
           IF TB-ACHOU
               MOVE WS-TA-TURMA(WS-TB-POS) TO WS-TURMA
           END-IF.

      * Caller leaves the course in WS-PROGRAMA, the turma in
      * WS-TURMA and the value in WS-VALOR; WS-ACHADO returns the new
      * entry, or 0 when the table is full.
       INCLUIR-RANK.
           IF WS-TOTAL-RANK = 2000
               ADD 1 TO WS-FORA-TABELA
               MOVE 0 TO WS-ACHADO
           ELSE
               ADD 1 TO WS-TOTAL-RANK
               MOVE WS-TOTAL-RANK TO WS-ACHADO
               MOVE WS-TURMA TO WS-RK-TURMA(WS-ACHADO)
               MOVE WS-PROGRAMA TO WS-RK-PROGRAMA(WS-ACHADO)
               COMPUTE WS-RK-INVERSO(WS-ACHADO) = 999,99 - WS-VALOR
               MOVE WS-VALOR TO WS-RK-VALOR(WS-ACHADO)
               MOVE 0 TO WS-RK-POSICAO(WS-ACHADO)
               MOVE 0 TO WS-RK-TAMANHO(WS-ACHADO)
               MOVE 0 TO WS-RK-PERCENTIL(WS-ACHADO)
           END-IF.

       CARREGAR-GPA.
           OPEN INPUT STANDING-FILE.
           IF WS-STANDING-STATUS = "00"
               PERFORM UNTIL WS-STANDING-STATUS = "10"
                   READ STANDING-FILE
                       AT END
                           MOVE "10" TO WS-STANDING-STATUS
                       NOT AT END
                           IF AS-DATA-HORA(1:8) >= WS-JANELA-INICIO
                               AND AS-DATA-HORA(1:8) <= WS-JANELA-FIM
                               PERFORM GUARDAR-GPA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-FILE
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-GPA
               MOVE SPACES TO WS-TURMA
               MOVE WS-GPA-ALUNO(WS-I) TO WS-TB-CHAVE
               PERFORM LOCALIZAR-TABELA-ALUNO
               IF TB-ACHOU
                   MOVE WS-TA-TURMA(WS-TB-POS) TO WS-TURMA
               END-IF
               MOVE WS-GPA-VALOR(WS-I) TO WS-VALOR
               MOVE "EXER08" TO WS-PROGRAMA
               PERFORM INCLUIR-RANK
               IF WS-ACHADO > 0
                   MOVE WS-GPA-ALUNO(WS-I) TO WS-RK-ALUNO(WS-ACHADO)
                   MOVE "G" TO WS-RK-BASE(WS-ACHADO)
               END-IF
           END-PERFORM.

       GUARDAR-GPA.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-GPA
               IF WS-GPA-ALUNO(WS-J) = AS-STUDENT-ID
                   MOVE WS-J TO WS-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACHADO = 0
               IF WS-TOTAL-GPA = 500
                   ADD 1 TO WS-FORA-TABELA
               ELSE
                   ADD 1 TO WS-TOTAL-GPA
                   MOVE WS-TOTAL-GPA TO WS-ACHADO
                   MOVE AS-STUDENT-ID TO WS-GPA-ALUNO(WS-ACHADO)
               END-IF
           END-IF.
           IF WS-ACHADO > 0
               MOVE AS-GPA TO WS-GPA-VALOR(WS-ACHADO)
           END-IF.

       ORDENAR-RANK.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-RANK
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J >= WS-TOTAL-RANK
                   IF WS-RK-ENTRY(WS-J)(1:29)
                       > WS-RK-ENTRY(WS-J + 1)(1:29)
                       MOVE WS-RK-ENTRY(WS-J) TO WS-RK-TROCA
                       MOVE WS-RK-ENTRY(WS-J + 1)
                           TO WS-RK-ENTRY(WS-J)
                       MOVE WS-RK-TROCA
                           TO WS-RK-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Competition ranking inside each turma + curso: a student tied
      * with the one above keeps that rank, the next value drops to
      * its own position (1, 1, 3).
       CLASSIFICAR-TURMAS.
           MOVE 1 TO WS-INICIO-GRUPO.
           PERFORM UNTIL WS-INICIO-GRUPO > WS-TOTAL-RANK
               MOVE WS-INICIO-GRUPO TO WS-FIM-GRUPO
               PERFORM UNTIL WS-FIM-GRUPO >= WS-TOTAL-RANK
                   OR WS-RK-ENTRY(WS-FIM-GRUPO + 1)(1:14)
                       NOT = WS-RK-ENTRY(WS-INICIO-GRUPO)(1:14)
                   ADD 1 TO WS-FIM-GRUPO
               END-PERFORM
               PERFORM VARYING WS-I FROM WS-INICIO-GRUPO BY 1
                   UNTIL WS-I > WS-FIM-GRUPO
                   COMPUTE WS-RK-POSICAO(WS-I) =
                       WS-I - WS-INICIO-GRUPO + 1
                   IF WS-I > WS-INICIO-GRUPO
                       IF WS-RK-VALOR(WS-I) = WS-RK-VALOR(WS-I - 1)
                           MOVE WS-RK-POSICAO(WS-I - 1)
                               TO WS-RK-POSICAO(WS-I)
                       END-IF
                   END-IF
                   COMPUTE WS-RK-TAMANHO(WS-I) =
                       WS-FIM-GRUPO - WS-INICIO-GRUPO + 1
                   COMPUTE WS-RK-PERCENTIL(WS-I) ROUNDED =
                       (WS-RK-TAMANHO(WS-I) - WS-RK-POSICAO(WS-I) + 1)
                       * 100 / WS-RK-TAMANHO(WS-I)
               END-PERFORM
               COMPUTE WS-INICIO-GRUPO = WS-FIM-GRUPO + 1
           END-PERFORM.

      * The other terms' lines are kept and the asked term's lines
      * replaced. A file too big to hold, or a ranking that left rows
      * out of its tables, leaves the file as it is.
       GRAVAR-CLASSIFICACAO.
           IF WS-FORA-TABELA > 0
               MOVE "S" TO WS-CANCELAR
               DISPLAY WS-FORA-TABELA " LINHA(S) ALEM DA CAPACIDADE "
                   "DAS TABELAS - CLASSIFICACAO INCOMPLETA."
           END-IF.
           OPEN INPUT RANK-FILE.
           IF WS-RANK-STATUS = "00"
               PERFORM UNTIL WS-RANK-STATUS = "10"
                   READ RANK-FILE
                       AT END
                           MOVE "10" TO WS-RANK-STATUS
                       NOT AT END
                           IF CK-TERMO NOT = WS-TERMO-PEDIDO
                               IF WS-TOTAL-OUTROS = 2000
                                   MOVE "S" TO WS-CANCELAR
                               ELSE
                                   ADD 1 TO WS-TOTAL-OUTROS
                                   MOVE CLASS-RANK-RECORD
                                       TO WS-OUT-LINHA(WS-TOTAL-OUTROS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RANK-FILE
           END-IF.
           IF CANCELAR-GRAVACAO
               DISPLAY "CLASS-RANK.DAT EXCEDE A CAPACIDADE DA TABELA - "
                   "ARQUIVO NAO ATUALIZADO."
           ELSE
               OPEN OUTPUT RANK-FILE
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-OUTROS
                   MOVE WS-OUT-LINHA(WS-I) TO CLASS-RANK-RECORD
                   WRITE CLASS-RANK-RECORD
               END-PERFORM
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-RANK
                   MOVE WS-TERMO-PEDIDO TO CK-TERMO
                   MOVE WS-RK-TURMA(WS-I) TO CK-TURMA
                   MOVE WS-RK-PROGRAMA(WS-I) TO CK-PROGRAMA-ID
                   MOVE WS-RK-ALUNO(WS-I) TO CK-STUDENT-ID
                   MOVE WS-RK-BASE(WS-I) TO CK-BASE
                   MOVE WS-RK-VALOR(WS-I) TO CK-VALOR
                   MOVE WS-RK-POSICAO(WS-I) TO CK-POSICAO
                   MOVE WS-RK-TAMANHO(WS-I) TO CK-TAMANHO
                   MOVE WS-RK-PERCENTIL(WS-I) TO CK-PERCENTIL
                   MOVE WS-DATA-HORA TO CK-DATA-HORA
                   WRITE CLASS-RANK-RECORD
               END-PERFORM
               CLOSE RANK-FILE
               DISPLAY "CLASS-RANK.DAT ATUALIZADO: " WS-TOTAL-RANK
                   " CLASSIFICACAO(OES) DO TERMO " WS-TERMO-PEDIDO "."
           END-IF.

       IMPRIMIR-LISTA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           PERFORM IMPRIMIR-CABECALHO.
           IF WS-FORA-TABELA > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "LINHAS ALEM DA CAPACIDADE DA TABELA "
                   "(NAO CLASSIFICADAS): " DELIMITED BY SIZE
                   WS-FORA-TABELA DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.
           MOVE 1 TO WS-INICIO-GRUPO.
           PERFORM UNTIL WS-INICIO-GRUPO > WS-TOTAL-RANK
               COMPUTE WS-FIM-GRUPO = WS-INICIO-GRUPO
                   + WS-RK-TAMANHO(WS-INICIO-GRUPO) - 1
               IF WS-TURMA-PEDIDA = SPACES
                   OR WS-RK-TURMA(WS-INICIO-GRUPO) = WS-TURMA-PEDIDA
                   PERFORM IMPRIMIR-TURMA
               END-IF
               COMPUTE WS-INICIO-GRUPO = WS-FIM-GRUPO + 1
           END-PERFORM.
           IF WS-TURMAS-IMPRESSAS = 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
               MOVE "NENHUMA NOTA CLASSIFICADA PARA O TERMO/TURMA."
                   TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "LISTA GRAVADA EM CLASSIFICACAO-TURMA.DAT ("
               WS-TURMAS-IMPRESSAS " TURMA(S)/CURSO(S)).".

       IMPRIMIR-TURMA.
           ADD 1 TO WS-TURMAS-IMPRESSAS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-RK-TURMA(WS-INICIO-GRUPO) TO WS-TURMA.
           IF WS-TURMA = SPACES
               MOVE "----" TO WS-TURMA
           END-IF.
           IF WS-RK-BASE(WS-INICIO-GRUPO) = "G"
               STRING "TURMA " DELIMITED BY SIZE
                   WS-TURMA DELIMITED BY SIZE
                   "  CURSO " DELIMITED BY SIZE
                   WS-RK-PROGRAMA(WS-INICIO-GRUPO) DELIMITED BY SIZE
                   "  BASE: GPA DO TERMO (EXERCICIO08)"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING "TURMA " DELIMITED BY SIZE
                   WS-TURMA DELIMITED BY SIZE
                   "  CURSO " DELIMITED BY SIZE
                   WS-RK-PROGRAMA(WS-INICIO-GRUPO) DELIMITED BY SIZE
                   "  BASE: MEDIA VIGENTE" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           PERFORM IMPRIMIR-LINHA.
           PERFORM VARYING WS-I FROM WS-INICIO-GRUPO BY 1
               UNTIL WS-I > WS-FIM-GRUPO
               PERFORM IMPRIMIR-ALUNO
           END-PERFORM.
           MOVE WS-RK-TAMANHO(WS-INICIO-GRUPO) TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  ALUNOS CLASSIFICADOS: " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-ALUNO.
           MOVE "(NAO CADASTRADO)" TO WS-NOME.
           MOVE WS-RK-ALUNO(WS-I) TO WS-TB-CHAVE.
           PERFORM LOCALIZAR-TABELA-ALUNO.
           IF TB-ACHOU
               MOVE WS-TA-NOME(WS-TB-POS) TO WS-NOME
           END-IF.
           MOVE WS-RK-POSICAO(WS-I) TO WS-POSICAO-DISP.
           MOVE WS-RK-TAMANHO(WS-I) TO WS-TAMANHO-DISP.
           MOVE WS-RK-VALOR(WS-I) TO WS-VALOR-DISP.
           MOVE WS-RK-PERCENTIL(WS-I) TO WS-PERCENTIL-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  " DELIMITED BY SIZE
               WS-POSICAO-DISP DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               WS-TAMANHO-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RK-ALUNO(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALOR-DISP DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-PERCENTIL-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "CLASSIFICACAO POR TURMA - TERMO " DELIMITED BY SIZE
               WS-TERMO-PEDIDO DELIMITED BY SIZE
               "   DATA: " DELIMITED BY SIZE
               WS-PRINT-DATA DELIMITED BY SIZE
               "   PAGINA: " DELIMITED BY SIZE
               WS-PRINT-PAGINA DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "  POSICAO     MATRICULA  NOME" DELIMITED BY SIZE
               "                            VALOR PERCENTIL"
               DELIMITED BY SIZE
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
