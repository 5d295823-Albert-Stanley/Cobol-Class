      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Receivables aging (contas a receber por vencimento).
      *          Every student's charges on STUDENT-LEDGER.DAT
      *          (RAZAO.cpy) are settled by the student's payments
      *          and credits oldest vencimento first; what is left of
      *          each charge falls in a bucket by days past due as of
      *          today - A VENCER, 1-30, 31-60, 61-90 and ACIMA DE 90.
      *          A student whose payments and credits exceed the
      *          charges is shown CREDOR. Students are grouped by
      *          ST-TURMA with a subtotal per turma and a grand
      *          total; only students with a balance are listed.
      *          Printed to RECEBER-AGING.DAT with the PRTHDR.cpy
      *          pagination.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGING-RECEBER.
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
           SELECT LEDGER-FILE ASSIGN TO "STUDENT-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RECEBER-AGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  LEDGER-FILE.
           COPY RAZAO.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STUDENT-STATUS  PIC X(2) VALUE SPACES.
       77 WS-LEDGER-STATUS   PIC X(2) VALUE SPACES.

      * Sort key first (turma + matricula) so the control break below
      * walks each turma in one run. WS-ALU-ABATER holds the payments
      * and credits not yet applied to a charge; WS-ALU-FAIXA the
      * open amount per bucket, 1 = A VENCER through 5 = ACIMA DE 90.
       01 WS-TABELA-ALUNOS.
           05 WS-ALU-ENTRY OCCURS 100 TIMES.
               10 WS-ALU-TURMA     PIC X(04).
               10 WS-ALU-ID        PIC X(10).
               10 WS-ALU-NOME      PIC X(30).
               10 WS-ALU-ABATER    PIC 9(09)V9(02).
               10 WS-ALU-FAIXA     PIC 9(09)V9(02) OCCURS 5 TIMES.
       01 WS-TOTAL-ALUNOS    PIC 9(03) VALUE 0.
       01 WS-ALU-TROCA       PIC X(110).

      * Charges by student (position in the table above) and
      * vencimento, so the payments settle the oldest first.
       01 WS-TABELA-COBRANCAS.
           05 WS-COB-ENTRY OCCURS 1000 TIMES.
               10 WS-COB-ALUNO     PIC 9(03).
               10 WS-COB-VENC      PIC X(08).
               10 WS-COB-SALDO     PIC 9(07)V9(02).
       01 WS-TOTAL-COBRANCAS PIC 9(04) VALUE 0.
       01 WS-COB-TROCA       PIC X(20).

       01 WS-I               PIC 9(04).
       01 WS-J               PIC 9(04).
       01 WS-F               PIC 9(01).
       01 WS-ALU-ACHADO      PIC 9(03) VALUE 0.
       01 WS-FORA-CADASTRO   PIC 9(04) VALUE 0.
       01 WS-COBRANCAS-FORA  PIC 9(04) VALUE 0.
       01 WS-ABATIDO         PIC 9(07)V9(02) VALUE 0.
       01 WS-HOJE            PIC 9(08) VALUE 0.
       01 WS-VENC-NUM        PIC 9(08) VALUE 0.
       01 WS-DIAS-ATRASO     PIC S9(08) VALUE 0.
       01 WS-QUEBRA-TURMA    PIC X(04) VALUE SPACES.
       01 WS-SALDO-ALUNO     PIC S9(09)V9(02) VALUE 0.
       01 WS-QTDE-LISTADOS   PIC 9(03) VALUE 0.
       01 WS-QTDE-CREDORES   PIC 9(03) VALUE 0.

       01 WS-SUBTOTAIS.
           05 WS-SUB-FAIXA       PIC 9(09)V9(02) OCCURS 5 TIMES.
           05 WS-SUB-SALDO       PIC S9(09)V9(02).
       01 WS-TOTAIS-GERAIS.
           05 WS-TOT-FAIXA       PIC 9(09)V9(02) OCCURS 5 TIMES.
           05 WS-TOT-SALDO       PIC S9(09)V9(02).

       01 WS-LINHA-VALORES.
           05 WS-LV-FAIXA        PIC ZZZ.ZZ9,99 OCCURS 5 TIMES.
           05 WS-LV-SALDO        PIC -.---.--9,99.
       01 WS-QTDE-DISP       PIC ZZ9.

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           PERFORM CARREGAR-ALUNOS.
           IF WS-TOTAL-ALUNOS = 0
               DISPLAY "STUDENT.DAT VAZIO OU AUSENTE - NADA A "
                   "RELATAR."
               STOP RUN
           END-IF.
           PERFORM ORDENAR-ALUNOS.
           PERFORM CARREGAR-RAZAO.
           PERFORM ORDENAR-COBRANCAS.
           PERFORM APLICAR-PAGAMENTOS.

           MOVE WS-HOJE TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           INITIALIZE WS-TOTAIS-GERAIS.
           OPEN OUTPUT PRINT-FILE.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE HIGH-VALUES TO WS-QUEBRA-TURMA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               IF WS-ALU-TURMA(WS-I) NOT = WS-QUEBRA-TURMA
                   IF WS-I > 1
                       PERFORM FECHAR-TURMA
                   END-IF
                   PERFORM ABRIR-TURMA
               END-IF
               PERFORM IMPRIMIR-ALUNO
           END-PERFORM.
           PERFORM FECHAR-TURMA.
           PERFORM IMPRIMIR-TOTAIS.
           CLOSE PRINT-FILE.
           DISPLAY "RELATORIO GRAVADO EM RECEBER-AGING.DAT ("
               WS-QTDE-LISTADOS " ALUNO(S) COM SALDO).".
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
                           INITIALIZE WS-ALU-ENTRY(WS-TOTAL-ALUNOS)
                           MOVE ST-TURMA
                               TO WS-ALU-TURMA(WS-TOTAL-ALUNOS)
                           MOVE ST-STUDENT-ID
                               TO WS-ALU-ID(WS-TOTAL-ALUNOS)
                           MOVE ST-NOME
                               TO WS-ALU-NOME(WS-TOTAL-ALUNOS)
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       ORDENAR-ALUNOS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J >= WS-TOTAL-ALUNOS
                   IF WS-ALU-ENTRY(WS-J)(1:14)
                       > WS-ALU-ENTRY(WS-J + 1)(1:14)
                       MOVE WS-ALU-ENTRY(WS-J) TO WS-ALU-TROCA
                       MOVE WS-ALU-ENTRY(WS-J + 1)
                           TO WS-ALU-ENTRY(WS-J)
                       MOVE WS-ALU-TROCA
                           TO WS-ALU-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Charges go to the table; payments and credits pile up on the
      * student to be applied once the charges are in date order.
       CARREGAR-RAZAO.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "AVISO: STUDENT-LEDGER.DAT NAO ENCONTRADO - "
                   "NENHUM SALDO A RELATAR."
           ELSE
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                   READ LEDGER-FILE
                       AT END
                           MOVE "10" TO WS-LEDGER-STATUS
                       NOT AT END
                           PERFORM ACUMULAR-LANCAMENTO
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       ACUMULAR-LANCAMENTO.
           MOVE 0 TO WS-ALU-ACHADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ALUNOS
               IF WS-ALU-ID(WS-J) = LG-STUDENT-ID
                   MOVE WS-J TO WS-ALU-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ALU-ACHADO = 0
               ADD 1 TO WS-FORA-CADASTRO
           ELSE
               IF LG-COBRANCA
                   IF WS-TOTAL-COBRANCAS < 1000
                       ADD 1 TO WS-TOTAL-COBRANCAS
                       MOVE WS-ALU-ACHADO
                           TO WS-COB-ALUNO(WS-TOTAL-COBRANCAS)
                       MOVE LG-VENCIMENTO
                           TO WS-COB-VENC(WS-TOTAL-COBRANCAS)
                       MOVE LG-VALOR
                           TO WS-COB-SALDO(WS-TOTAL-COBRANCAS)
                   ELSE
                       ADD 1 TO WS-COBRANCAS-FORA
                   END-IF
               ELSE
                   IF LG-PAGAMENTO OR LG-CREDITO
                       ADD LG-VALOR TO WS-ALU-ABATER(WS-ALU-ACHADO)
                   END-IF
               END-IF
           END-IF.

       ORDENAR-COBRANCAS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-COBRANCAS
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J >= WS-TOTAL-COBRANCAS
                   IF WS-COB-ENTRY(WS-J)(1:11)
                       > WS-COB-ENTRY(WS-J + 1)(1:11)
                       MOVE WS-COB-ENTRY(WS-J) TO WS-COB-TROCA
                       MOVE WS-COB-ENTRY(WS-J + 1)
                           TO WS-COB-ENTRY(WS-J)
                       MOVE WS-COB-TROCA
                           TO WS-COB-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Oldest vencimento first: each charge takes what is left of
      * the student's payments and credits; the rest of it is aged.
       APLICAR-PAGAMENTOS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-COBRANCAS
               MOVE WS-COB-ALUNO(WS-I) TO WS-J
               IF WS-ALU-ABATER(WS-J) > 0
                   IF WS-ALU-ABATER(WS-J) >= WS-COB-SALDO(WS-I)
                       MOVE WS-COB-SALDO(WS-I) TO WS-ABATIDO
                   ELSE
                       MOVE WS-ALU-ABATER(WS-J) TO WS-ABATIDO
                   END-IF
                   SUBTRACT WS-ABATIDO FROM WS-ALU-ABATER(WS-J)
                   SUBTRACT WS-ABATIDO FROM WS-COB-SALDO(WS-I)
               END-IF
               IF WS-COB-SALDO(WS-I) > 0
                   PERFORM CLASSIFICAR-COBRANCA
               END-IF
           END-PERFORM.

       CLASSIFICAR-COBRANCA.
           IF WS-COB-VENC(WS-I) IS NUMERIC
               MOVE WS-COB-VENC(WS-I) TO WS-VENC-NUM
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE)
                   - FUNCTION INTEGER-OF-DATE(WS-VENC-NUM)
           ELSE
               MOVE 0 TO WS-DIAS-ATRASO
           END-IF.
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= 0
                   MOVE 1 TO WS-F
               WHEN WS-DIAS-ATRASO <= 30
                   MOVE 2 TO WS-F
               WHEN WS-DIAS-ATRASO <= 60
                   MOVE 3 TO WS-F
               WHEN WS-DIAS-ATRASO <= 90
                   MOVE 4 TO WS-F
               WHEN OTHER
                   MOVE 5 TO WS-F
           END-EVALUATE.
           ADD WS-COB-SALDO(WS-I) TO WS-ALU-FAIXA(WS-J, WS-F).

       ABRIR-TURMA.
           MOVE WS-ALU-TURMA(WS-I) TO WS-QUEBRA-TURMA.
           INITIALIZE WS-SUBTOTAIS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TURMA " DELIMITED BY SIZE
               WS-QUEBRA-TURMA DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

      * A student with nothing open and nothing unapplied is left
      * out; what is still unapplied after every charge is settled
      * is a balance in the student's favour.
       IMPRIMIR-ALUNO.
           COMPUTE WS-SALDO-ALUNO = WS-ALU-FAIXA(WS-I, 1)
               + WS-ALU-FAIXA(WS-I, 2) + WS-ALU-FAIXA(WS-I, 3)
               + WS-ALU-FAIXA(WS-I, 4) + WS-ALU-FAIXA(WS-I, 5)
               - WS-ALU-ABATER(WS-I).
           IF WS-SALDO-ALUNO NOT = 0
               ADD 1 TO WS-QTDE-LISTADOS
               PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5
                   ADD WS-ALU-FAIXA(WS-I, WS-F) TO WS-SUB-FAIXA(WS-F)
                   MOVE WS-ALU-FAIXA(WS-I, WS-F) TO WS-LV-FAIXA(WS-F)
               END-PERFORM
               ADD WS-SALDO-ALUNO TO WS-SUB-SALDO
               MOVE WS-SALDO-ALUNO TO WS-LV-SALDO
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-ALU-ID(WS-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ALU-NOME(WS-I)(1:16) DELIMITED BY SIZE
                   WS-LINHA-VALORES DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               IF WS-SALDO-ALUNO < 0
                   ADD 1 TO WS-QTDE-CREDORES
                   MOVE " CREDOR" TO WS-PRINT-LINE(90:7)
               END-IF
               PERFORM IMPRIMIR-LINHA
           END-IF.

       FECHAR-TURMA.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5
               ADD WS-SUB-FAIXA(WS-F) TO WS-TOT-FAIXA(WS-F)
               MOVE WS-SUB-FAIXA(WS-F) TO WS-LV-FAIXA(WS-F)
           END-PERFORM.
           ADD WS-SUB-SALDO TO WS-TOT-SALDO.
           MOVE WS-SUB-SALDO TO WS-LV-SALDO.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TOTAL TURMA " DELIMITED BY SIZE
               WS-QUEBRA-TURMA DELIMITED BY SIZE
               "         " DELIMITED BY SIZE
               WS-LINHA-VALORES DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5
               MOVE WS-TOT-FAIXA(WS-F) TO WS-LV-FAIXA(WS-F)
           END-PERFORM.
           MOVE WS-TOT-SALDO TO WS-LV-SALDO.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL GERAL                " DELIMITED BY SIZE
               WS-LINHA-VALORES DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QTDE-CREDORES TO WS-QTDE-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ALUNOS COM SALDO CREDOR: " DELIMITED BY SIZE
               WS-QTDE-DISP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           IF WS-FORA-CADASTRO > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "LANCAMENTOS DE MATRICULAS FORA DE STUDENT.DAT "
                   "(NAO RELATADOS): " DELIMITED BY SIZE
                   WS-FORA-CADASTRO DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.
           IF WS-COBRANCAS-FORA > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "COBRANCAS ALEM DA CAPACIDADE DA TABELA "
                   "(NAO RELATADAS): " DELIMITED BY SIZE
                   WS-COBRANCAS-FORA DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "CONTAS A RECEBER POR VENCIMENTO (AGING)"
               DELIMITED BY SIZE
               "   DATA: " DELIMITED BY SIZE
               WS-PRINT-DATA DELIMITED BY SIZE
               "   PAGINA: " DELIMITED BY SIZE
               WS-PRINT-PAGINA DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "MATRICULA  NOME               A VENCER"
               DELIMITED BY SIZE
               "  1-30 DIAS 31-60 DIAS 61-90 DIAS  ACIMA 90"
               DELIMITED BY SIZE
               "        SALDO" DELIMITED BY SIZE
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
