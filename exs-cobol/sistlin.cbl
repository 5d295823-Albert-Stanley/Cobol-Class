      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Linear systems for the workshop, 2x2 and 3x3, built
      *          the way CALCULO-DELTA is: interactive, or batch off
      *          SISTEMAS.DAT (SISTEMAS.cpy) with the CHKPT.cpy
      *          checkpoint in SISTEMA-CHECKPOINT.DAT, one line per
      *          system on SISTEMA-REPORT.DAT and the printed copy on
      *          SISTEMA-PRINT.DAT, and every system solved appended
      *          to CALC-HISTORY.DAT. Each system is solved twice -
      *          by Cramer's rule, with D, Dx, Dy (and Dz) shown, and
      *          by Gaussian elimination with partial pivoting - and
      *          classified by the elimination: unique solution, no
      *          solution (a zero row with a non-zero right-hand
      *          side) or infinitely many (rank below the order).
      *          With D = 0 Cramer does not apply and says so. An
      *          order other than 2 or 3, or a coefficient that is
      *          not numeric, is refused to AUDIT-LOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULO-SISTEMA.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SISTEMAS-FILE ASSIGN TO "SISTEMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SISTEMAS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SISTEMA-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "SISTEMA-CHECKPOINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDITLER-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLER-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SISTEMA-PRINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT CALCHIST-FILE ASSIGN TO "CALC-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCHIST-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SISTEMAS-FILE.
           COPY SISTEMAS.

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(250).

       FD  CHECKPOINT-FILE.
           COPY CHKPT.

       FD  AUDIT-FILE.
           COPY AUDIT.

      * Second FD on the live log for the chain read (AUDCHAIN.cpy):
      * the record needs its own names since AUDIT-RECORD is already
      * claimed above by the writer FD.
       FD  AUDITLER-FILE.
           COPY AUDIT
               REPLACING ==AUDIT-RECORD== BY ==AUDITLER-RECORD==
                         ==AU-TIMESTAMP== BY ==AL-TIMESTAMP==
                         ==AU-PROGRAM==   BY ==AL-PROGRAM==
                         ==AU-MESSAGE==   BY ==AL-MESSAGE==
                         ==AU-OPERATOR==  BY ==AL-OPERATOR==
                         ==AU-SEQ==       BY ==AL-SEQ==
                         ==AU-CHECK==     BY ==AL-CHECK==.

       FD  CALCHIST-FILE.
           COPY CALCHIST.

       FD  LOCK-FILE.
           COPY TRAVREC.

       FD  PRINT-FILE.
       01 PRINT-LINE PIC X(80).


       FD  OPERSES-FILE.
           COPY OPERSES.

       WORKING-STORAGE SECTION.
       77 WS-ENTRADA-QTDE     PIC 9(06) VALUE 0.
       77 WS-ENTRADA-PRIMEIRO PIC X(30) VALUE SPACES.
       77 WS-OPERSES-STATUS PIC X(2) VALUE SPACES.
       77 WS-OPERADOR       PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO  PIC X VALUE "N".
           88 OPERADOR-LIDO VALUE "S".
       COPY SESRESOL.

      * The system as entered: equation I holds its x, y and z
      * coefficients in WS-COEF(I, 1..3) and the right-hand side in
      * WS-COEF(I, 4) - the same 20 characters per equation as
      * SI-EQUACAO, so a record moves straight in.
       01 WS-VARIAVEIS-ENTRADA.
           05 WS-ORDEM          PIC 9(01).
           05 WS-EQUACOES.
               10 WS-EQ OCCURS 3 TIMES.
                   15 WS-COEF OCCURS 4 TIMES PIC S9(04)V9(1).
           05 WS-OPCAO          PIC X(01).

       01 WS-NOMES-COLUNA.
           05 FILLER PIC X(05) VALUE "X".
           05 FILLER PIC X(05) VALUE "Y".
           05 FILLER PIC X(05) VALUE "Z".
           05 FILLER PIC X(05) VALUE "TERMO".
       01 WS-TABELA-COLUNA REDEFINES WS-NOMES-COLUNA.
           05 WS-NOME-COLUNA PIC X(05) OCCURS 4 TIMES.

       01 WS-MODO             PIC X VALUE "I".
       01 WS-SISTEMAS-STATUS  PIC X(2) VALUE SPACES.
       01 WS-REPORT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-CHECKPOINT-STATUS     PIC X(2) VALUE SPACES.
       01 WS-CHECKPOINT-INTERVALO  PIC 9(06) VALUE 5.
       01 WS-REGISTROS-PROCESSADOS PIC 9(06) VALUE 0.
       01 WS-REGISTROS-A-PULAR     PIC 9(06) VALUE 0.
       01 WS-CONTADOR-PULO         PIC 9(06) VALUE 0.
       01 WS-AUDIT-STATUS          PIC X(2) VALUE SPACES.
       01 WS-REJEICAO-MSG          PIC X(90) VALUE SPACES.
       01 WS-CALCHIST-STATUS       PIC X(2) VALUE SPACES.
       01 WS-REGISTRO-VALIDO       PIC X VALUE "S".
           88 REGISTRO-VALIDO      VALUE "S".
       COPY LOCKF.
       COPY AUDCHAIN.

      * Cramer: WS-DET(1) is D, WS-DET(2..4) are Dx, Dy, Dz - the
      * determinant with that column replaced by the right-hand
      * side. WS-MATRIZ-DET is the square matrix of the one being
      * taken.
       01 WS-CRAMER.
           05 WS-DET OCCURS 4 TIMES PIC S9(13)V9(3).
           05 WS-DET-CALC          PIC S9(13)V9(3).
           05 WS-COL-TROCA         PIC 9(01).
           05 WS-MATRIZ-DET.
               10 WS-MD-LINHA OCCURS 3 TIMES.
                   15 WS-MD OCCURS 3 TIMES PIC S9(04)V9(1).
           05 WS-CR-X OCCURS 3 TIMES PIC S9(09)V9(4).
           05 WS-CRAMER-APLICA     PIC X VALUE "N".
               88 CRAMER-APLICA    VALUE "S".

      * Elimination: the augmented matrix worked in place, the rank
      * found, and the back-substituted unknowns.
       01 WS-GAUSS.
           05 WS-G-LINHA OCCURS 3 TIMES.
               10 WS-G OCCURS 4 TIMES PIC S9(10)V9(8).
           05 WS-G-TEMP            PIC S9(10)V9(8).
           05 WS-G-FATOR           PIC S9(10)V9(8).
           05 WS-G-SOMA            PIC S9(10)V9(8).
           05 WS-G-MAIOR           PIC S9(10)V9(8).
           05 WS-G-X OCCURS 3 TIMES PIC S9(10)V9(8).
           05 WS-GA-X OCCURS 3 TIMES PIC S9(09)V9(4).
           05 WS-TOLERANCIA        PIC 9V9(8) VALUE 0,000001.
           05 WS-POSTO             PIC 9(01).
           05 WS-POSTO-AMPLIADA    PIC 9(01).
           05 WS-LINHA-PIVO        PIC 9(01).
           05 WS-LINHA-MAIOR       PIC 9(01).
           05 WS-I                 PIC 9(01).
           05 WS-J                 PIC 9(01).
           05 WS-K                 PIC 9(01).
           05 WS-INICIO            PIC 9(01).

       01 WS-TIPO-SOLUCAO PIC X VALUE SPACES.
           88 SOLUCAO-UNICA       VALUE "U".
           88 SEM-SOLUCAO         VALUE "S".
           88 INFINITAS-SOLUCOES  VALUE "I".
       01 WS-CASO-SISTEMA PIC X(50) VALUE SPACES.
       01 WS-CASO-CURTO   PIC X(13) VALUE SPACES.
       01 WS-FUNCAO-HIST  PIC X(15) VALUE SPACES.

       01 WS-COEF-DISP    PIC -(04)9,9.
       01 WS-DET-DISP     PIC -(13)9,999.
       01 WS-SOLUCOES-DISP.
           05 WS-SOL-DISP OCCURS 3 TIMES PIC -(09)9,9999.
       01 WS-NOME-DET     PIC X(02) VALUE SPACES.
       01 WS-POS          PIC 9(02) VALUE 0.

       01 WS-CONTADORES-SESSAO.
           05 WS-TOTAL-SISTEMAS     PIC 9(05) VALUE ZERO.
           05 WS-TOTAL-UNICA        PIC 9(05) VALUE ZERO.
           05 WS-TOTAL-SEM-SOLUCAO  PIC 9(05) VALUE ZERO.
           05 WS-TOTAL-INFINITAS    PIC 9(05) VALUE ZERO.

       COPY PRTHDR.
       01 WS-PRINT-LINE            PIC X(80) VALUE SPACES.

       COPY BATCHCLK.

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL.
           PERFORM 1000-INICIO.
           DISPLAY "MODO (I)NTERATIVO OU (B)ATCH (SISTEMAS)? ".
           ACCEPT WS-MODO.
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO.
           IF WS-MODO = "B"
               PERFORM 2600-PROCESSAR-LOTE
           ELSE
               PERFORM 2000-PROCESSAMENTO
                   UNTIL WS-OPCAO = 'N' OR WS-OPCAO = 'n'
           END-IF.
           PERFORM 3000-FINALIZACAO.
           STOP RUN.

       1000-INICIO.
           DISPLAY "==================================================".
           DISPLAY " SISTEMAS LINEARES 2X2 E 3X3 (CRAMER E GAUSS)".
           DISPLAY "==================================================".
           MOVE 'S' TO WS-OPCAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 1050-IMPRIMIR-CABECALHO.

       1050-IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "RELATORIO DE SISTEMAS LINEARES" DELIMITED BY SIZE
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

       1060-IMPRIMIR-LINHA.
           IF WS-PRINT-LINHA >= WS-PRINT-MAX-LINHAS
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM 1050-IMPRIMIR-CABECALHO
           END-IF.
           MOVE WS-PRINT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-PRINT-LINHA.

      * Interactive results go to the console and the print file
      * alike; in batch only the print file gets them.
       1070-MOSTRAR-LINHA.
           IF WS-MODO NOT = "B"
               DISPLAY WS-PRINT-LINE
           END-IF.
           PERFORM 1060-IMPRIMIR-LINHA.

       2000-PROCESSAMENTO.
           PERFORM 2100-COLETAR-DADOS.
           PERFORM 2150-RESOLVER-SISTEMA.
           PERFORM 2400-EXIBIR-RESULTADOS.
           PERFORM 2500-REINICIAR-PROGRAMA.

       2100-COLETAR-DADOS.
           DISPLAY "ORDEM DO SISTEMA (2 OU 3): ".
           ACCEPT WS-ORDEM.
           PERFORM UNTIL WS-ORDEM = 2 OR WS-ORDEM = 3
               DISPLAY "ORDEM INVALIDA - SO SISTEMAS 2X2 OU 3X3."
               MOVE "ORDEM DE SISTEMA INVALIDA (SO 2X2 OU 3X3)"
                   TO WS-REJEICAO-MSG
               PERFORM 2700-REGISTRAR-REJEICAO
               DISPLAY "ORDEM DO SISTEMA (2 OU 3): "
               ACCEPT WS-ORDEM
           END-PERFORM.
           MOVE ZEROS TO WS-EQUACOES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDEM
               DISPLAY "EQUACAO " WS-I ":"
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 4
                   IF WS-J = 4
                       DISPLAY "  TERMO INDEPENDENTE (ex: 1234,5): "
                       ACCEPT WS-COEF(WS-I, WS-J)
                   END-IF
                   IF WS-J <= WS-ORDEM
                       DISPLAY "  COEFICIENTE DE " WS-NOME-COLUNA(WS-J)
                           (1:1) " (ex: 1234,5): "
                       ACCEPT WS-COEF(WS-I, WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2150-RESOLVER-SISTEMA.
           PERFORM 2200-CALCULAR-DETERMINANTES.
           PERFORM 2250-RESOLVER-CRAMER.
           PERFORM 2300-ELIMINACAO-GAUSS.
           PERFORM 2340-CLASSIFICAR-SISTEMA.
           PERFORM 2350-RETROSUBSTITUICAO.
           PERFORM 2270-ATUALIZAR-CONTADORES.
           PERFORM 2280-GRAVAR-HISTORICO.

      * D first (no column replaced), then Dx, Dy and, for a 3x3,
      * Dz - each the determinant of the coefficient matrix with
      * that column swapped for the right-hand side.
       2200-CALCULAR-DETERMINANTES.
           MOVE ZEROS TO WS-DET(4).
           PERFORM VARYING WS-COL-TROCA FROM 0 BY 1
               UNTIL WS-COL-TROCA > WS-ORDEM
               PERFORM 2210-MONTAR-MATRIZ
               PERFORM 2220-DETERMINANTE
               MOVE WS-DET-CALC TO WS-DET(WS-COL-TROCA + 1)
           END-PERFORM.

       2210-MONTAR-MATRIZ.
           MOVE ZEROS TO WS-MATRIZ-DET.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDEM
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ORDEM
                   IF WS-J = WS-COL-TROCA
                       MOVE WS-COEF(WS-I, 4) TO WS-MD(WS-I, WS-J)
                   ELSE
                       MOVE WS-COEF(WS-I, WS-J) TO WS-MD(WS-I, WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2220-DETERMINANTE.
           IF WS-ORDEM = 2
               COMPUTE WS-DET-CALC =
                   WS-MD(1, 1) * WS-MD(2, 2)
                   - WS-MD(1, 2) * WS-MD(2, 1)
           ELSE
               COMPUTE WS-DET-CALC =
                   WS-MD(1, 1) * (WS-MD(2, 2) * WS-MD(3, 3)
                                - WS-MD(2, 3) * WS-MD(3, 2))
                   - WS-MD(1, 2) * (WS-MD(2, 1) * WS-MD(3, 3)
                                  - WS-MD(2, 3) * WS-MD(3, 1))
                   + WS-MD(1, 3) * (WS-MD(2, 1) * WS-MD(3, 2)
                                  - WS-MD(2, 2) * WS-MD(3, 1))
           END-IF.

       2250-RESOLVER-CRAMER.
           MOVE ZEROS TO WS-CR-X(1) WS-CR-X(2) WS-CR-X(3).
           IF WS-DET(1) = 0
               MOVE "N" TO WS-CRAMER-APLICA
           ELSE
               MOVE "S" TO WS-CRAMER-APLICA
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ORDEM
                   COMPUTE WS-CR-X(WS-J) ROUNDED =
                       WS-DET(WS-J + 1) / WS-DET(1)
               END-PERFORM
           END-IF.

      * Forward elimination with partial pivoting on the augmented
      * matrix. A column whose best pivot is below the tolerance is
      * passed over without using up a row, so WS-POSTO ends as the
      * rank of the coefficient matrix.
       2300-ELIMINACAO-GAUSS.
           MOVE ZEROS TO WS-G-LINHA(1) WS-G-LINHA(2) WS-G-LINHA(3).
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDEM
               MOVE WS-COEF(WS-I, 4) TO WS-G(WS-I, 4)
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ORDEM
                   MOVE WS-COEF(WS-I, WS-J) TO WS-G(WS-I, WS-J)
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO WS-POSTO.
           MOVE 1 TO WS-LINHA-PIVO.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-ORDEM OR WS-LINHA-PIVO > WS-ORDEM
               PERFORM 2310-ESCOLHER-PIVO
               IF WS-G-MAIOR >= WS-TOLERANCIA
                   PERFORM 2320-TROCAR-LINHAS
                   PERFORM 2330-ZERAR-ABAIXO
                   ADD 1 TO WS-POSTO
                   ADD 1 TO WS-LINHA-PIVO
               END-IF
           END-PERFORM.

       2310-ESCOLHER-PIVO.
           MOVE WS-LINHA-PIVO TO WS-LINHA-MAIOR.
           COMPUTE WS-G-MAIOR =
               FUNCTION ABS(WS-G(WS-LINHA-PIVO, WS-K)).
           PERFORM VARYING WS-I FROM WS-LINHA-PIVO BY 1
               UNTIL WS-I > WS-ORDEM
               IF FUNCTION ABS(WS-G(WS-I, WS-K)) > WS-G-MAIOR
                   COMPUTE WS-G-MAIOR = FUNCTION ABS(WS-G(WS-I, WS-K))
                   MOVE WS-I TO WS-LINHA-MAIOR
               END-IF
           END-PERFORM.

       2320-TROCAR-LINHAS.
           IF WS-LINHA-MAIOR NOT = WS-LINHA-PIVO
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 4
                   MOVE WS-G(WS-LINHA-PIVO, WS-J) TO WS-G-TEMP
                   MOVE WS-G(WS-LINHA-MAIOR, WS-J)
                       TO WS-G(WS-LINHA-PIVO, WS-J)
                   MOVE WS-G-TEMP TO WS-G(WS-LINHA-MAIOR, WS-J)
               END-PERFORM
           END-IF.

       2330-ZERAR-ABAIXO.
           COMPUTE WS-INICIO = WS-LINHA-PIVO + 1.
           PERFORM VARYING WS-I FROM WS-INICIO BY 1
               UNTIL WS-I > WS-ORDEM
               COMPUTE WS-G-FATOR ROUNDED =
                   WS-G(WS-I, WS-K) / WS-G(WS-LINHA-PIVO, WS-K)
               PERFORM VARYING WS-J FROM WS-K BY 1 UNTIL WS-J > 4
                   COMPUTE WS-G(WS-I, WS-J) ROUNDED =
                       WS-G(WS-I, WS-J)
                       - WS-G-FATOR * WS-G(WS-LINHA-PIVO, WS-J)
               END-PERFORM
               MOVE ZEROS TO WS-G(WS-I, WS-K)
           END-PERFORM.

      * D decides uniqueness exactly (the coefficients carry one
      * decimal, so D is computed without rounding). With D = 0 the
      * rows the elimination left without a pivot decide: any of
      * them with a right-hand side left over is 0 = k, no solution;
      * otherwise the free unknowns give infinitely many.
       2340-CLASSIFICAR-SISTEMA.
           MOVE WS-POSTO TO WS-POSTO-AMPLIADA.
           IF WS-DET(1) NOT = 0
               MOVE "U" TO WS-TIPO-SOLUCAO
               MOVE "SOLUCAO UNICA (SISTEMA POSSIVEL E DETERMINADO)"
                   TO WS-CASO-SISTEMA
               MOVE "UNICA" TO WS-CASO-CURTO
           ELSE
               MOVE "I" TO WS-TIPO-SOLUCAO
               COMPUTE WS-INICIO = WS-POSTO + 1
               PERFORM VARYING WS-I FROM WS-INICIO BY 1
                   UNTIL WS-I > WS-ORDEM
                   IF FUNCTION ABS(WS-G(WS-I, 4)) >= WS-TOLERANCIA
                       MOVE "S" TO WS-TIPO-SOLUCAO
                   END-IF
               END-PERFORM
               IF SEM-SOLUCAO
                   ADD 1 TO WS-POSTO-AMPLIADA
                   MOVE "SEM SOLUCAO (SISTEMA IMPOSSIVEL)"
                       TO WS-CASO-SISTEMA
                   MOVE "IMPOSSIVEL" TO WS-CASO-CURTO
               ELSE
                   MOVE "INFINITAS SOLUCOES (POSSIVEL E INDETERMINADO)"
                       TO WS-CASO-SISTEMA
                   MOVE "INDETERMINADO" TO WS-CASO-CURTO
               END-IF
           END-IF.

       2350-RETROSUBSTITUICAO.
           MOVE ZEROS TO WS-G-X(1) WS-G-X(2) WS-G-X(3).
           MOVE ZEROS TO WS-GA-X(1) WS-GA-X(2) WS-GA-X(3).
           IF SOLUCAO-UNICA AND WS-POSTO = WS-ORDEM
               PERFORM VARYING WS-I FROM WS-ORDEM BY -1
                   UNTIL WS-I < 1
                   MOVE WS-G(WS-I, 4) TO WS-G-SOMA
                   COMPUTE WS-INICIO = WS-I + 1
                   PERFORM VARYING WS-J FROM WS-INICIO BY 1
                       UNTIL WS-J > WS-ORDEM
                       COMPUTE WS-G-SOMA ROUNDED = WS-G-SOMA
                           - WS-G(WS-I, WS-J) * WS-G-X(WS-J)
                   END-PERFORM
                   COMPUTE WS-G-X(WS-I) ROUNDED =
                       WS-G-SOMA / WS-G(WS-I, WS-I)
                   COMPUTE WS-GA-X(WS-I) ROUNDED = WS-G-X(WS-I)
               END-PERFORM
           END-IF.

       2270-ATUALIZAR-CONTADORES.
           ADD 1 TO WS-TOTAL-SISTEMAS.
           EVALUATE TRUE
               WHEN SOLUCAO-UNICA
                   ADD 1 TO WS-TOTAL-UNICA
               WHEN SEM-SOLUCAO
                   ADD 1 TO WS-TOTAL-SEM-SOLUCAO
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-INFINITAS
           END-EVALUATE.

      * CH-FUNCTION carries the order and the case; the detail the
      * coefficients as entered and, for a unique solution, the
      * unknowns (D is then non-zero by definition; for the other
      * two cases D is zero and the rank says the rest).
       2280-GRAVAR-HISTORICO.
           MOVE FUNCTION CURRENT-DATE(1:19) TO CH-TIMESTAMP.
           MOVE "CALC-SISTEMA" TO CH-PROGRAM.
           MOVE SPACES TO WS-FUNCAO-HIST.
           STRING "SIST " DELIMITED BY SIZE
               WS-ORDEM DELIMITED BY SIZE
               "X" DELIMITED BY SIZE
               WS-ORDEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CASO-CURTO(1:5) DELIMITED BY SIZE
               INTO WS-FUNCAO-HIST
           END-STRING.
           MOVE WS-FUNCAO-HIST TO CH-FUNCTION.
           MOVE SPACES TO CH-DETALHE.
           IF SOLUCAO-UNICA
               STRING "M=" DELIMITED BY SIZE
                   WS-EQUACOES DELIMITED BY SIZE
                   " X=" DELIMITED BY SIZE
                   WS-GA-X(1) DELIMITED BY SIZE
                   " Y=" DELIMITED BY SIZE
                   WS-GA-X(2) DELIMITED BY SIZE
                   " Z=" DELIMITED BY SIZE
                   WS-GA-X(3) DELIMITED BY SIZE
                   INTO CH-DETALHE
               END-STRING
           ELSE
               STRING "M=" DELIMITED BY SIZE
                   WS-EQUACOES DELIMITED BY SIZE
                   " POSTO=" DELIMITED BY SIZE
                   WS-POSTO DELIMITED BY SIZE
                   " POSTO-AMPL=" DELIMITED BY SIZE
                   WS-POSTO-AMPLIADA DELIMITED BY SIZE
                   INTO CH-DETALHE
               END-STRING
           END-IF.
           MOVE "CALC-HISTORY.LCK" TO WS-LOCK-NOME.
           PERFORM 9100-OBTER-TRAVA.
           OPEN EXTEND CALCHIST-FILE.
           IF WS-CALCHIST-STATUS = "35"
               OPEN OUTPUT CALCHIST-FILE
               CLOSE CALCHIST-FILE
               OPEN EXTEND CALCHIST-FILE
           END-IF.
           PERFORM 9300-LER-OPERADOR
           MOVE WS-OPERADOR TO CH-OPERATOR
           WRITE CALC-HISTORY-RECORD.
           CLOSE CALCHIST-FILE.
           PERFORM 9200-LIBERAR-TRAVA.

       2400-EXIBIR-RESULTADOS.
           IF WS-MODO NOT = "B"
               DISPLAY " "
               DISPLAY "----------------- RESULTADOS ----------------"
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SISTEMA " DELIMITED BY SIZE
               WS-ORDEM DELIMITED BY SIZE
               "X" DELIMITED BY SIZE
               WS-ORDEM DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1070-MOSTRAR-LINHA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ORDEM
               PERFORM 2410-MONTAR-EQUACAO
               PERFORM 1070-MOSTRAR-LINHA
           END-PERFORM.
           MOVE "DETERMINANTES (CRAMER):" TO WS-PRINT-LINE.
           PERFORM 1070-MOSTRAR-LINHA.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ORDEM + 1
               IF WS-J = 1
                   MOVE "D " TO WS-NOME-DET
               ELSE
                   MOVE SPACES TO WS-NOME-DET
                   STRING "D" DELIMITED BY SIZE
                       WS-NOME-COLUNA(WS-J - 1) DELIMITED BY SPACE
                       INTO WS-NOME-DET
                   END-STRING
               END-IF
               MOVE WS-DET(WS-J) TO WS-DET-DISP
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-NOME-DET DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   WS-DET-DISP DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1070-MOSTRAR-LINHA
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CASO: " DELIMITED BY SIZE
               WS-CASO-SISTEMA DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1070-MOSTRAR-LINHA.
           IF CRAMER-APLICA
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
                   MOVE WS-CR-X(WS-J) TO WS-SOL-DISP(WS-J)
               END-PERFORM
               MOVE "CRAMER: " TO WS-PRINT-LINE
               PERFORM 2420-MONTAR-SOLUCAO
           ELSE
               MOVE "CRAMER: D = 0 - A REGRA NAO SE APLICA"
                   TO WS-PRINT-LINE
               PERFORM 1070-MOSTRAR-LINHA
           END-IF.
           IF SOLUCAO-UNICA AND WS-POSTO = WS-ORDEM
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
                   MOVE WS-GA-X(WS-J) TO WS-SOL-DISP(WS-J)
               END-PERFORM
               MOVE "GAUSS:  " TO WS-PRINT-LINE
               PERFORM 2420-MONTAR-SOLUCAO
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "GAUSS:  POSTO(A) = " DELIMITED BY SIZE
                   WS-POSTO DELIMITED BY SIZE
                   "  POSTO(A|B) = " DELIMITED BY SIZE
                   WS-POSTO-AMPLIADA DELIMITED BY SIZE
                   "  ORDEM = " DELIMITED BY SIZE
                   WS-ORDEM DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1070-MOSTRAR-LINHA
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1060-IMPRIMIR-LINHA.

      * One equation as written on the board, coefficient by
      * coefficient into WS-POS, the next free column of the line.
       2410-MONTAR-EQUACAO.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "  EQ" TO WS-PRINT-LINE(1:4).
           MOVE WS-I TO WS-PRINT-LINE(5:1).
           MOVE ":" TO WS-PRINT-LINE(6:1).
           MOVE 8 TO WS-POS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ORDEM
               IF WS-J > 1
                   MOVE "+" TO WS-PRINT-LINE(WS-POS:1)
                   ADD 2 TO WS-POS
               END-IF
               MOVE WS-COEF(WS-I, WS-J) TO WS-COEF-DISP
               MOVE WS-COEF-DISP TO WS-PRINT-LINE(WS-POS:7)
               ADD 8 TO WS-POS
               MOVE WS-NOME-COLUNA(WS-J) TO WS-PRINT-LINE(WS-POS:1)
               ADD 2 TO WS-POS
           END-PERFORM.
           MOVE "=" TO WS-PRINT-LINE(WS-POS:1).
           ADD 2 TO WS-POS.
           MOVE WS-COEF(WS-I, 4) TO WS-COEF-DISP.
           MOVE WS-COEF-DISP TO WS-PRINT-LINE(WS-POS:7).

      * WS-PRINT-LINE comes in holding the method label in 1-8.
       2420-MONTAR-SOLUCAO.
           MOVE 9 TO WS-POS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ORDEM
               MOVE WS-NOME-COLUNA(WS-J) TO WS-PRINT-LINE(WS-POS:1)
               ADD 2 TO WS-POS
               MOVE "=" TO WS-PRINT-LINE(WS-POS:1)
               ADD 1 TO WS-POS
               MOVE WS-SOL-DISP(WS-J) TO WS-PRINT-LINE(WS-POS:15)
               ADD 17 TO WS-POS
           END-PERFORM.
           PERFORM 1070-MOSTRAR-LINHA.

       2500-REINICIAR-PROGRAMA.
           DISPLAY "==================================================".
           DISPLAY "DESEJA EXECUTAR NOVAMENTE? (S/N)".
           ACCEPT WS-OPCAO.

       2600-PROCESSAR-LOTE.
           PERFORM 2670-MEDIR-ARQUIVO-ENTRADA.
           PERFORM 2680-LER-CHECKPOINT.
           PERFORM 2695-INICIAR-CRONOMETRO.
           MOVE 0 TO WS-REGISTROS-PROCESSADOS.

           OPEN INPUT SISTEMAS-FILE.
           OPEN OUTPUT REPORT-FILE.

           IF WS-SISTEMAS-STATUS NOT = "00"
               DISPLAY "ERRO: SISTEMAS.DAT NAO ENCONTRADO (STATUS "
                   WS-SISTEMAS-STATUS "). LOTE CANCELADO."
           ELSE
               IF WS-REGISTROS-A-PULAR > 0
                   DISPLAY "CHECKPOINT ENCONTRADO - PULANDO "
                       WS-REGISTROS-A-PULAR
                       " REGISTRO(S) JA PROCESSADO(S)."
                   PERFORM VARYING WS-CONTADOR-PULO FROM 1 BY 1
                       UNTIL WS-CONTADOR-PULO > WS-REGISTROS-A-PULAR
                       READ SISTEMAS-FILE
                           AT END MOVE "10" TO WS-SISTEMAS-STATUS
                       END-READ
                   END-PERFORM
                   MOVE WS-REGISTROS-A-PULAR TO WS-REGISTROS-PROCESSADOS
               END-IF

               READ SISTEMAS-FILE
                   AT END MOVE "10" TO WS-SISTEMAS-STATUS
               END-READ
               PERFORM UNTIL WS-SISTEMAS-STATUS = "10"
                   ADD 1 TO WS-REGISTROS-PROCESSADOS
                   PERFORM 2610-VALIDAR-REGISTRO
                   IF REGISTRO-VALIDO
                       MOVE SI-ORDEM TO WS-ORDEM
                       MOVE ZEROS TO WS-EQUACOES
                       PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-ORDEM
                           MOVE SI-EQUACAO(WS-I) TO WS-EQ(WS-I)
                       END-PERFORM
                       IF WS-ORDEM = 2
                           MOVE ZEROS TO WS-COEF(1, 3) WS-COEF(2, 3)
                       END-IF
                       PERFORM 2150-RESOLVER-SISTEMA
                       PERFORM 2650-GRAVAR-LINHA-LOTE
                       PERFORM 2400-EXIBIR-RESULTADOS
                   END-IF
                   IF FUNCTION MOD(WS-REGISTROS-PROCESSADOS,
                       WS-CHECKPOINT-INTERVALO) = 0
                       PERFORM 2690-GRAVAR-CHECKPOINT
                   END-IF
                   READ SISTEMAS-FILE
                       AT END MOVE "10" TO WS-SISTEMAS-STATUS
                   END-READ
               END-PERFORM
               CLOSE SISTEMAS-FILE
           END-IF.
           CLOSE REPORT-FILE.
           PERFORM 2696-FINALIZAR-CRONOMETRO.
           PERFORM 2697-EXIBIR-TRAILER.
           MOVE 0 TO WS-REGISTROS-PROCESSADOS.
           PERFORM 2690-GRAVAR-CHECKPOINT.
           DISPLAY "RELATORIO EM LOTE GRAVADO EM SISTEMA-REPORT.DAT".

      * An order other than 2 or 3, or a coefficient of a used
      * equation that is not numeric, refuses the line to the audit
      * log instead of solving garbage.
       2610-VALIDAR-REGISTRO.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           IF SI-ORDEM NOT = 2 AND SI-ORDEM NOT = 3
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE SPACES TO WS-REJEICAO-MSG
               STRING "ORDEM INVALIDA NO REGISTRO " DELIMITED BY SIZE
                   WS-REGISTROS-PROCESSADOS DELIMITED BY SIZE
                   " DE SISTEMAS.DAT - LINHA IGNORADA"
                       DELIMITED BY SIZE
                   INTO WS-REJEICAO-MSG
               END-STRING
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > SI-ORDEM
                   IF SI-COEF-X(WS-I) NOT NUMERIC
                       OR SI-COEF-Y(WS-I) NOT NUMERIC
                       OR SI-COEF-Z(WS-I) NOT NUMERIC
                       OR SI-TERMO(WS-I) NOT NUMERIC
                       MOVE "N" TO WS-REGISTRO-VALIDO
                   END-IF
               END-PERFORM
               IF NOT REGISTRO-VALIDO
                   MOVE SPACES TO WS-REJEICAO-MSG
                   STRING "COEFICIENTE NAO NUMERICO NO REGISTRO "
                           DELIMITED BY SIZE
                       WS-REGISTROS-PROCESSADOS DELIMITED BY SIZE
                       " DE SISTEMAS.DAT - LINHA IGNORADA"
                           DELIMITED BY SIZE
                       INTO WS-REJEICAO-MSG
                   END-STRING
               END-IF
           END-IF.
           IF NOT REGISTRO-VALIDO
               DISPLAY WS-REJEICAO-MSG
               PERFORM 2700-REGISTRAR-REJEICAO
           END-IF.

       2650-GRAVAR-LINHA-LOTE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ORDEM=" DELIMITED BY SIZE
               WS-ORDEM DELIMITED BY SIZE
               " M=" DELIMITED BY SIZE
               WS-EQUACOES DELIMITED BY SIZE
               " D=" DELIMITED BY SIZE
               WS-DET(1) DELIMITED BY SIZE
               " DX=" DELIMITED BY SIZE
               WS-DET(2) DELIMITED BY SIZE
               " DY=" DELIMITED BY SIZE
               WS-DET(3) DELIMITED BY SIZE
               " DZ=" DELIMITED BY SIZE
               WS-DET(4) DELIMITED BY SIZE
               " CASO=" DELIMITED BY SIZE
               WS-CASO-CURTO DELIMITED BY SIZE
               " POSTO=" DELIMITED BY SIZE
               WS-POSTO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-POSTO-AMPLIADA DELIMITED BY SIZE
               " X=" DELIMITED BY SIZE
               WS-GA-X(1) DELIMITED BY SIZE
               " Y=" DELIMITED BY SIZE
               WS-GA-X(2) DELIMITED BY SIZE
               " Z=" DELIMITED BY SIZE
               WS-GA-X(3) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       2695-INICIAR-CRONOMETRO.
           ACCEPT WS-HORA-INICIO FROM TIME.
           MOVE WS-HORA-INICIO(1:2) TO WS-CLK-HH.
           MOVE WS-HORA-INICIO(3:2) TO WS-CLK-MM.
           MOVE WS-HORA-INICIO(5:2) TO WS-CLK-SS.
           MOVE WS-HORA-INICIO(7:2) TO WS-CLK-CS.
           COMPUTE WS-CENTESIMOS-INICIO =
               ((WS-CLK-HH * 3600 + WS-CLK-MM * 60 + WS-CLK-SS) * 100)
               + WS-CLK-CS.

       2696-FINALIZAR-CRONOMETRO.
           ACCEPT WS-HORA-FIM FROM TIME.
           MOVE WS-HORA-FIM(1:2) TO WS-CLK-HH.
           MOVE WS-HORA-FIM(3:2) TO WS-CLK-MM.
           MOVE WS-HORA-FIM(5:2) TO WS-CLK-SS.
           MOVE WS-HORA-FIM(7:2) TO WS-CLK-CS.
           COMPUTE WS-CENTESIMOS-FIM =
               ((WS-CLK-HH * 3600 + WS-CLK-MM * 60 + WS-CLK-SS) * 100)
               + WS-CLK-CS.
           IF WS-CENTESIMOS-FIM >= WS-CENTESIMOS-INICIO
               COMPUTE WS-CENTESIMOS-DECORRIDOS =
                   WS-CENTESIMOS-FIM - WS-CENTESIMOS-INICIO
           ELSE
               COMPUTE WS-CENTESIMOS-DECORRIDOS =
                   WS-CENTESIMOS-FIM - WS-CENTESIMOS-INICIO + 8640000
           END-IF.
           COMPUTE WS-SEGUNDOS-DECORRIDOS =
               WS-CENTESIMOS-DECORRIDOS / 100.

       2697-EXIBIR-TRAILER.
           DISPLAY "--------------- TRAILER DO LOTE --------------".
           DISPLAY "REGISTROS LIDOS:      " WS-REGISTROS-PROCESSADOS.
           DISPLAY "SISTEMAS RESOLVIDOS:  " WS-TOTAL-SISTEMAS.
           DISPLAY "TEMPO DECORRIDO (SEG): " WS-SEGUNDOS-DECORRIDOS.

      * Captures the input file's identity (record count and first
      * record) so the checkpoint can be tied to THIS file and a
      * restart against a replaced file is refused instead of
      * silently skipping its first records.
       2670-MEDIR-ARQUIVO-ENTRADA.
           MOVE 0 TO WS-ENTRADA-QTDE.
           MOVE SPACES TO WS-ENTRADA-PRIMEIRO.
           MOVE SPACES TO WS-SISTEMAS-STATUS.
           OPEN INPUT SISTEMAS-FILE.
           IF WS-SISTEMAS-STATUS = "00"
               PERFORM UNTIL WS-SISTEMAS-STATUS = "10"
                   READ SISTEMAS-FILE
                       AT END
                           MOVE "10" TO WS-SISTEMAS-STATUS
                       NOT AT END
                           ADD 1 TO WS-ENTRADA-QTDE
                           IF WS-ENTRADA-QTDE = 1
                               MOVE SISTEMA-RECORD
                                   TO WS-ENTRADA-PRIMEIRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SISTEMAS-FILE
           END-IF.

       2680-LER-CHECKPOINT.
           MOVE 0 TO WS-REGISTROS-A-PULAR.
           MOVE SPACES TO WS-CHECKPOINT-STATUS.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CK-PROGRAM-ID = "CALC-SISTEMA"
                           MOVE CK-RECORDS-DONE TO WS-REGISTROS-A-PULAR
                           IF WS-REGISTROS-A-PULAR > 0
                               AND (CK-INPUT-COUNT
                                   NOT = WS-ENTRADA-QTDE
                               OR CK-INPUT-FIRST
                                   NOT = WS-ENTRADA-PRIMEIRO)
                               DISPLAY "AVISO: O ARQUIVO DE ENTRADA "
                                   "NAO E O MESMO DO CHECKPOINT - "
                                   "PULO RECUSADO, RECOMECANDO DO "
                                   "PRIMEIRO REGISTRO."
                               MOVE 0 TO WS-REGISTROS-A-PULAR
                           END-IF
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       2690-GRAVAR-CHECKPOINT.
           MOVE "CALC-SISTEMA" TO CK-PROGRAM-ID.
           MOVE WS-REGISTROS-PROCESSADOS TO CK-RECORDS-DONE.
           MOVE FUNCTION CURRENT-DATE(1:19) TO CK-TIMESTAMP.
           MOVE WS-ENTRADA-QTDE TO CK-INPUT-COUNT.
           MOVE WS-ENTRADA-PRIMEIRO TO CK-INPUT-FIRST.
           MOVE SPACES TO CK-FILTRO.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       2700-REGISTRAR-REJEICAO.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "CALC-SISTEMA" TO AU-PROGRAM.
           MOVE WS-REJEICAO-MSG TO AU-MESSAGE.
           MOVE "AUDIT-LOG.LCK" TO WS-LOCK-NOME.
           PERFORM 9100-OBTER-TRAVA.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           PERFORM 9300-LER-OPERADOR
           MOVE WS-OPERADOR TO AU-OPERATOR
           PERFORM ENCADEAR-AUDITORIA
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
           PERFORM 9200-LIBERAR-TRAVA.


       9100-OBTER-TRAVA.
           MOVE "N" TO WS-LOCK-OBTIDA.
           MOVE 0 TO WS-LOCK-TENTATIVAS.
           PERFORM UNTIL LOCK-OBTIDA
               OR WS-LOCK-TENTATIVAS >= WS-LOCK-MAX-ESPERA
               MOVE SPACES TO WS-LOCK-STATUS
               OPEN INPUT LOCK-FILE
               IF WS-LOCK-STATUS = "00"
                   CLOSE LOCK-FILE
                   ADD 1 TO WS-LOCK-TENTATIVAS
                   DISPLAY "ARQUIVO COMPARTILHADO EM USO ("
                       WS-LOCK-NOME ") - AGUARDANDO..."
                   CALL "C$SLEEP" USING WS-LOCK-UM-SEGUNDO
               ELSE
                   PERFORM 9150-GRAVAR-TRAVA
               END-IF
           END-PERFORM.
           IF NOT LOCK-OBTIDA
               DISPLAY "TRAVA " WS-LOCK-NOME " PRESA HA MAIS DE "
                   WS-LOCK-MAX-ESPERA " SEGUNDOS - ASSUMINDO TRAVA "
                   "DE EXECUCAO ABANDONADA."
               PERFORM 9150-GRAVAR-TRAVA
           END-IF.

       9150-GRAVAR-TRAVA.
           OPEN OUTPUT LOCK-FILE.
           MOVE "CALC-SISTEMA" TO TRAVA-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO TRAVA-DATA-HORA.
           WRITE TRAVA-RECORD.
           CLOSE LOCK-FILE.
           MOVE "S" TO WS-LOCK-OBTIDA.

       9200-LIBERAR-TRAVA.
           DELETE FILE LOCK-FILE.

       3000-FINALIZACAO.
           DISPLAY " ".
           DISPLAY "------------- RESUMO DA SESSAO --------------".
           DISPLAY "SISTEMAS RESOLVIDOS:  " WS-TOTAL-SISTEMAS.
           DISPLAY "SOLUCAO UNICA:        " WS-TOTAL-UNICA.
           DISPLAY "SEM SOLUCAO:          " WS-TOTAL-SEM-SOLUCAO.
           DISPLAY "INFINITAS SOLUCOES:   " WS-TOTAL-INFINITAS.
           DISPLAY "==================================================".
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RESUMO DA SESSAO - SISTEMAS: " DELIMITED BY SIZE
               WS-TOTAL-SISTEMAS DELIMITED BY SIZE
               "  UNICA: " DELIMITED BY SIZE
               WS-TOTAL-UNICA DELIMITED BY SIZE
               "  IMPOSS: " DELIMITED BY SIZE
               WS-TOTAL-SEM-SOLUCAO DELIMITED BY SIZE
               "  INDET: " DELIMITED BY SIZE
               WS-TOTAL-INFINITAS DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1060-IMPRIMIR-LINHA.
           CLOSE PRINT-FILE.

      * Resolves THIS terminal's session in the registry (see
      * OPERSES.cpy / SESRESOL.cpy): the menu exports
      * OPERADOR_TERMINAL for the programs it launches; started
      * outside the menu, a single active session still resolves,
      * but several concurrent sessions without a terminal id stay
      * ANONIMO rather than guessing.
       9300-LER-OPERADOR.
           IF NOT OPERADOR-LIDO
               MOVE "S" TO WS-OPERADOR-LIDO
               ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT
                   "OPERADOR_TERMINAL"
               MOVE SPACES TO WS-OPERSES-STATUS
               MOVE 0 TO WS-SESSOES-VISTAS
               OPEN INPUT OPERSES-FILE
               IF WS-OPERSES-STATUS = "00"
                   PERFORM UNTIL WS-OPERSES-STATUS = "10"
                       READ OPERSES-FILE
                           AT END
                               MOVE "10" TO WS-OPERSES-STATUS
                           NOT AT END
                               IF OP-OPERATOR-ID NOT = SPACES
                                   ADD 1 TO WS-SESSOES-VISTAS
                                   MOVE OP-OPERATOR-ID
                                       TO WS-OPERADOR-UNICO
                                   IF WS-TERMINAL-ID NOT = SPACES
                                       AND OP-TERMINAL-ID
                                           = WS-TERMINAL-ID
                                       MOVE OP-OPERATOR-ID
                                           TO WS-OPERADOR
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERSES-FILE
                   IF WS-TERMINAL-ID = SPACES
                       AND WS-SESSOES-VISTAS = 1
                       MOVE WS-OPERADOR-UNICO TO WS-OPERADOR
                   END-IF
               END-IF
           END-IF.

      * Tamper-evident chain (AUDCHAIN.cpy): the outgoing line gets
      * the next sequence and the check value chained to the last
      * line already on file, read through the second FD while the
      * AUDIT-LOG lock is held.
       ENCADEAR-AUDITORIA.
           MOVE 0 TO WS-AUSEQ-ANT.
           MOVE 0 TO WS-AUCHK-ANT.
           MOVE SPACES TO WS-AUDITLER-STATUS.
           OPEN INPUT AUDITLER-FILE.
           IF WS-AUDITLER-STATUS = "00"
               PERFORM UNTIL WS-AUDITLER-STATUS = "10"
                   READ AUDITLER-FILE
                       AT END
                           MOVE "10" TO WS-AUDITLER-STATUS
                       NOT AT END
                           IF AL-SEQ IS NUMERIC
                               MOVE AL-SEQ TO WS-AUSEQ-ANT
                               MOVE AL-CHECK TO WS-AUCHK-ANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITLER-FILE
           END-IF.
           COMPUTE AU-SEQ = WS-AUSEQ-ANT + 1.
           MOVE 0 TO WS-AUCHK-SOMA.
           PERFORM VARYING WS-AUCHK-I FROM 1 BY 1
               UNTIL WS-AUCHK-I > 130
               COMPUTE WS-AUCHK-SOMA = WS-AUCHK-SOMA
                   + FUNCTION ORD(AUDIT-RECORD(WS-AUCHK-I:1))
                   * WS-AUCHK-I
           END-PERFORM.
           COMPUTE WS-AUCHK-CALC = FUNCTION MOD(
               WS-AUCHK-ANT * 31 + WS-AUCHK-SOMA, 999999937).
           MOVE WS-AUCHK-CALC TO AU-CHECK.
