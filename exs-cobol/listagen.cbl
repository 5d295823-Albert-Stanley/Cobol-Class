      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Workshop problem sets with their answer keys, so the
      *          instructor stops writing sheets by hand. For a
      *          topic - 1 equacao do 2 grau (CALCULO-DELTA), 2
      *          proximos primos (PROXIMOS-PRIMOS), 3 pares e impares
      *          (EXERCICIO09), 4 areas (EXERCICIO12), 5 valores
      *          trigonometricos (EXERCICIO11) - and a variant (a
      *          matricula, a turma, or a number), draws the inputs
      *          of each problem from a seed the variant resolves
      *          to, so every student or turma gets a different sheet
      *          and the same variant always gets the same one. The
      *          student sheet goes to LISTA-FOLHA.DAT and the key,
      *          with the working, to LISTA-GABARITO.DAT; the value
      *          to be handed back per problem is appended to
      *          GABARITOS.DAT (GABARITO.cpy) and the set, with its
      *          seed, to LISTAS-GERADAS.DAT (LISTAGER.cpy). The
      *          answers come from copies of the exercise programs'
      *          own calculation paragraphs, kept under their
      *          original names and fields (no CALLable subprogram
      *          exists in this suite to share them). The reprint
      *          option rebuilds a logged set exactly from its line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERADOR-LISTAS.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTAGER-FILE ASSIGN TO "LISTAS-GERADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTAGER-STATUS.
           SELECT GABARITO-FILE ASSIGN TO "GABARITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GABARITO-STATUS.
           SELECT FOLHA-FILE ASSIGN TO "LISTA-FOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT CHAVE-FILE ASSIGN TO "LISTA-GABARITO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAVE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDITLER-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLER-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTAGER-FILE.
           COPY LISTAGER.

       FD  GABARITO-FILE.
           COPY GABARITO.

       FD  FOLHA-FILE.
       01 FOLHA-LINE PIC X(100).

       FD  CHAVE-FILE.
       01 CHAVE-LINE PIC X(100).

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

       FD  LOCK-FILE.
           COPY TRAVREC.

       FD  OPERSES-FILE.
           COPY OPERSES.

       WORKING-STORAGE SECTION.
       77 WS-OPERSES-STATUS PIC X(2) VALUE SPACES.
       77 WS-OPERADOR       PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO  PIC X VALUE "N".
           88 OPERADOR-LIDO VALUE "S".
       COPY SESRESOL.
       COPY LOCKF.
       COPY AUDCHAIN.
       COPY PRTHDR.
       01 WS-PRINT-LINE            PIC X(100) VALUE SPACES.
       01 WS-LINHA-GUARDADA        PIC X(100) VALUE SPACES.

       01 WS-LISTAGER-STATUS       PIC X(2) VALUE SPACES.
       01 WS-GABARITO-STATUS       PIC X(2) VALUE SPACES.
       01 WS-CHAVE-STATUS          PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS          PIC X(2) VALUE SPACES.
       01 WS-REJEICAO-MSG          PIC X(90) VALUE SPACES.

       01 WS-OPCAO                 PIC X VALUE SPACES.
       01 WS-SAIDA                 PIC X VALUE "F".
           88 SAIDA-FOLHA          VALUE "F".
           88 SAIDA-GABARITO       VALUE "G".
       01 WS-REIMPRESSAO           PIC X VALUE "N".
           88 REIMPRESSAO          VALUE "S".

      * The set being generated or reprinted (LISTAGER.cpy fields).
       01 WS-ID-LISTA              PIC X(08) VALUE SPACES.
       01 WS-ID-SEQ                PIC 9(05) VALUE 0.
       01 WS-TOPICO                PIC 9(01) VALUE 0.
       01 WS-VARIANTE              PIC X(10) VALUE SPACES.
       01 WS-SEMENTE               PIC 9(10) VALUE 0.
       01 WS-QTDE-PROBLEMAS        PIC 9(02) VALUE 10.
       01 WS-QTDE-RAW              PIC X(02) VALUE SPACES.
       01 WS-ACHOU-LISTA           PIC X VALUE "N".
           88 ACHOU-LISTA          VALUE "S".

       01 WS-NOMES-TOPICO.
           05 FILLER PIC X(26) VALUE "EQUACAO DO 2 GRAU".
           05 FILLER PIC X(26) VALUE "PROXIMOS PRIMOS".
           05 FILLER PIC X(26) VALUE "PARES E IMPARES".
           05 FILLER PIC X(26) VALUE "AREAS".
           05 FILLER PIC X(26) VALUE "VALORES TRIGONOMETRICOS".
       01 WS-TABELA-TOPICO REDEFINES WS-NOMES-TOPICO.
           05 WS-NOME-TOPICO PIC X(26) OCCURS 5 TIMES.

      * Park-Miller minimal standard generator: the same seed always
      * yields the same sequence on any machine, which a library
      * random function does not promise.
       01 WS-ALEATORIO.
           05 WS-SEMENTE-ATUAL     PIC 9(10) VALUE 1.
           05 WS-ALEA-PRODUTO      PIC 9(15) VALUE 0.
           05 WS-FAIXA             PIC 9(05) VALUE 1.
           05 WS-SORTEIO           PIC 9(05) VALUE 0.
           05 WS-SEM-I             PIC 9(02) VALUE 0.

       01 WS-LISTA.
           05 WS-PROB OCCURS 20 TIMES.
               10 WS-PROB-TEXTO      PIC X(90).
               10 WS-PROB-TEXTO-2    PIC X(90).
               10 WS-PROB-GABARITO   PIC X(90).
               10 WS-PROB-GABARITO-2 PIC X(90).
               10 WS-PROB-RESPOSTA   PIC S9(09)V9(05).
       01 WS-P                     PIC 9(02) VALUE 0.
       01 WS-PTR                   PIC 9(03) VALUE 1.

      * Numbers go into the sheet text left-justified: the edited
      * value is moved to WS-NUM-EDIT and GUARDAR-NUMERO keeps it,
      * leading spaces dropped, in the next WS-TXT slot.
       01 WS-EDIT-INT              PIC -(9)9.
       01 WS-EDIT-DEC2             PIC -(9)9,99.
       01 WS-EDIT-DEC4             PIC -(9)9,9999.
       01 WS-EDIT-DEC5             PIC -(9)9,99999.
       01 WS-NUM-EDIT              PIC X(17) VALUE SPACES.
       01 WS-BRANCOS               PIC 9(02) VALUE 0.
       01 WS-TEXTOS-NUM.
           05 WS-TXT OCCURS 12 TIMES PIC X(17).
       01 WS-TXT-N                 PIC 9(02) VALUE 0.
       01 WS-I                     PIC 9(02) VALUE 0.

      * CALCULO-DELTA fields (Simulado.cbl), same pictures.
       01 WS-VARIAVEIS-ENTRADA.
           05 WS-COEFICIENTE-A PIC S9(04)V9(1).
           05 WS-COEFICIENTE-B PIC S9(04)V9(1).
           05 WS-COEFICIENTE-C PIC S9(04)V9(1).
       01 WS-CALCULOS.
           05 WS-B-QUADRADO PIC S9(09)V9(2).
           05 WS-4AC        PIC S9(09)V9(2).
           05 WS-DELTA      PIC S9(09)V9(2).
           05 WS-RAIZ-DELTA PIC S9(09)V9(2).
           05 WS-RAIZ-X1    PIC S9(09)V9(2).
           05 WS-RAIZ-X2    PIC S9(09)V9(2).
           05 WS-DENOMINADOR PIC S9(09)V9(2).
           05 WS-NUMERADOR   PIC S9(09)V9(2).
       01 WS-RAIZ-R1               PIC S9(02) VALUE 0.
       01 WS-RAIZ-R2               PIC S9(02) VALUE 0.

      * PROXIMOS-PRIMOS fields (ex10.cbl), same pictures.
       01 NUMERO-INICIAL           PIC 9(5).
       01 NUMERO-TESTE             PIC 9(5).
       01 DIVISOR                  PIC 9(5).
       01 RESTO                    PIC 9(5).
       01 E-PRIMO                  PIC X VALUE 'N'.
       01 WS-FATOR-ENCONTRADO      PIC 9(5) VALUE 0.
       01 WS-ULTIMO-COMPOSTO       PIC 9(5) VALUE 0.
       01 WS-ULTIMO-FATOR          PIC 9(5) VALUE 0.
       01 WS-HOUVE-COMPOSTO        PIC X(01) VALUE "N".
          88 HOUVE-COMPOSTO        VALUE "S".
       01 QUANTOS-ENCONTRADOS      PIC 9(2) VALUE 0.
       01 PRIMOS-ENCONTRADOS.
          05 PRIMO-TAB OCCURS 50 TIMES.
             10 VALOR-PRIMO        PIC 9(5) COMP-3.
       01 WS-QUANTIDADE-PRIMOS     PIC 9(02) VALUE 5.
       01 WS-ESTOUROU-PRIMOS       PIC X(01) VALUE "N".
          88 ESTOUROU-PRIMOS-LIMITE VALUE "S".

      * EXERCICIO09 fields (ex9.cbl), same pictures.
       01 WS-NUMERO-ENTRADA        PIC 9(05).
       01 WS-ESTOUROU              PIC X(01) VALUE "N".
          88 ESTOUROU-LIMITE       VALUE "S".
       01 WS-CALCULOS-PARES.
          05 WS-NUMERO-CALCULO     PIC 9(05).
          05 WS-CONTADOR           PIC 9(02).
          05 WS-QUOCIENTE          PIC 9(05).
          05 WS-RESTO              PIC 9(01).
       01 WS-TABELA-PARES.
          05 WS-PAR OCCURS 50 TIMES PIC 9(05) COMP-3.
       01 WS-TABELA-IMPARES.
          05 WS-IMPAR OCCURS 50 TIMES PIC 9(05) COMP-3.
       01 WS-QUANTIDADE            PIC 9(02) VALUE 5.
       01 WS-SOMA-RESUMO           PIC 9(7) VALUE 0.
       01 WS-MEDIA-RESUMO          PIC 9(5)V99 VALUE 0.
       01 WS-TOTAL-RESUMO          PIC 9(3) VALUE 0.
       01 WS-INDICE                PIC 9(02).

      * EXERCICIO12 fields (ex12.cbl), same pictures; the sheet is
      * always in centimetres.
       01 OPCAO-CALCULO                 PIC X.
       01 BASE-TRIANGULO                PIC 9(6)V9999.
       01 ALTURA-TRIANGULO              PIC 9(6)V9999.
       01 LADO1-TRIANGULO               PIC 9(6)V9999.
       01 LADO2-TRIANGULO               PIC 9(6)V9999.
       01 LADO3-TRIANGULO               PIC 9(6)V9999.
       01 RAIO-CIRCULO                  PIC 9(6)V9999.
       01 COMPRIMENTO-RETANGULO         PIC 999V99.
       01 LARGURA-RETANGULO             PIC 999V99.
       01 BASE-MAIOR-TRAPEZIO           PIC 999V99.
       01 BASE-MENOR-TRAPEZIO           PIC 999V99.
       01 ALTURA-TRAPEZIO               PIC 999V99.
       01 AREA-CALCULADA                PIC 9(6)V9999.
       01 PERIMETRO-CALCULADO           PIC 9(6)V9999.
       01 WS-TRIANGULO-STATUS            PIC X VALUE "S".
          88 TRIANGULO-VALIDO            VALUE "S".
      * Right triangles with whole sides, scaled by the draw, so the
      * sheet's base, height and sides describe one real triangle.
       01 WS-TERNOS.
           05 FILLER PIC 9(06) VALUE 030405.
           05 FILLER PIC 9(06) VALUE 051213.
           05 FILLER PIC 9(06) VALUE 081517.
           05 FILLER PIC 9(06) VALUE 072425.
       01 WS-TABELA-TERNOS REDEFINES WS-TERNOS.
           05 WS-TERNO OCCURS 4 TIMES.
               10 WS-TERNO-A PIC 9(02).
               10 WS-TERNO-B PIC 9(02).
               10 WS-TERNO-C PIC 9(02).
       01 WS-ESCALA                     PIC 9(02) VALUE 1.

      * EXERCICIO11 fields (ex11.cbl), same pictures.
       01 GRAUS          PIC 999V99.
       01 RADIANO        PIC 999V9999.
       01 RESULTADO      PIC S9(5)V9(5).
       01 OPCAO-TEXTO    PIC X.
       01 WS-FUNCAO-TEXTO    PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR.
           PERFORM UNTIL WS-OPCAO = "3"
               DISPLAY " "
               DISPLAY "===== LISTAS DE EXERCICIOS DA OFICINA ====="
               DISPLAY "1 - GERAR NOVA LISTA"
               DISPLAY "2 - REIMPRIMIR LISTA JA GERADA"
               DISPLAY "3 - SAIR"
               DISPLAY "ESCOLHA UMA OPCAO:"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN "1"
                       PERFORM GERAR-NOVA-LISTA
                   WHEN "2"
                       PERFORM REIMPRIMIR-LISTA
                   WHEN "3"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       GERAR-NOVA-LISTA.
           MOVE "N" TO WS-REIMPRESSAO.
           MOVE 0 TO WS-TOPICO.
           PERFORM UNTIL WS-TOPICO >= 1 AND WS-TOPICO <= 5
               DISPLAY "TOPICO DA LISTA:"
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
                   DISPLAY "  " WS-I(2:1) " - " WS-NOME-TOPICO(WS-I)
               END-PERFORM
               DISPLAY "ESCOLHA (1-5):"
               ACCEPT WS-TOPICO
               IF WS-TOPICO < 1 OR WS-TOPICO > 5
                   DISPLAY "TOPICO INVALIDO."
                   MOVE "TOPICO DE LISTA INVALIDO" TO WS-REJEICAO-MSG
                   PERFORM REGISTRAR-REJEICAO
               END-IF
           END-PERFORM.
           DISPLAY "VARIANTE (MATRICULA, TURMA OU NUMERO):".
           ACCEPT WS-VARIANTE.
           MOVE FUNCTION UPPER-CASE(WS-VARIANTE) TO WS-VARIANTE.
           PERFORM CALCULAR-SEMENTE.
           DISPLAY "QUANTOS PROBLEMAS (01-20, ENTER = 10)?".
           ACCEPT WS-QTDE-RAW.
           IF WS-QTDE-RAW = SPACES
               MOVE 10 TO WS-QTDE-PROBLEMAS
           ELSE
               IF WS-QTDE-RAW(2:1) = SPACE
                   MOVE WS-QTDE-RAW(1:1) TO WS-QTDE-RAW(2:1)
                   MOVE "0" TO WS-QTDE-RAW(1:1)
               END-IF
               IF WS-QTDE-RAW IS NUMERIC
                   MOVE WS-QTDE-RAW TO WS-QTDE-PROBLEMAS
               ELSE
                   MOVE 0 TO WS-QTDE-PROBLEMAS
               END-IF
               IF WS-QTDE-PROBLEMAS < 1 OR WS-QTDE-PROBLEMAS > 20
                   DISPLAY "QUANTIDADE FORA DE 01-20 - USANDO 10."
                   MOVE 10 TO WS-QTDE-PROBLEMAS
               END-IF
           END-IF.
           MOVE "LISTAS-GERADAS.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM PROXIMO-ID-LISTA.
           PERFORM MONTAR-LISTA.
           PERFORM GRAVAR-GABARITOS.
           PERFORM GRAVAR-REGISTRO-LISTA.
           MOVE "LISTAS-GERADAS.LCK" TO WS-LOCK-NOME.
           PERFORM LIBERAR-TRAVA.
           PERFORM IMPRIMIR-LISTA.
           DISPLAY "LISTA " WS-ID-LISTA " GERADA - SEMENTE "
               WS-SEMENTE ".".
           DISPLAY "FOLHA DO ALUNO EM LISTA-FOLHA.DAT, GABARITO EM "
               "LISTA-GABARITO.DAT.".

      * A variant that is all digits is the seed itself; anything
      * else (a matricula, a turma) is folded character by character
      * into one, so the same text always resolves to the same seed.
       CALCULAR-SEMENTE.
           IF WS-VARIANTE = SPACES
               MOVE "0" TO WS-VARIANTE
           END-IF.
           MOVE 0 TO WS-SEMENTE.
           MOVE 0 TO WS-BRANCOS.
           INSPECT WS-VARIANTE TALLYING WS-BRANCOS
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-BRANCOS > 0
               AND WS-VARIANTE(1:WS-BRANCOS) IS NUMERIC
               MOVE WS-VARIANTE(1:WS-BRANCOS) TO WS-SEMENTE
           ELSE
               PERFORM VARYING WS-SEM-I FROM 1 BY 1 UNTIL WS-SEM-I > 10
                   COMPUTE WS-SEMENTE = FUNCTION MOD(
                       WS-SEMENTE * 131
                       + FUNCTION ORD(WS-VARIANTE(WS-SEM-I:1)),
                       2147483647)
               END-PERFORM
           END-IF.
           COMPUTE WS-SEMENTE = FUNCTION MOD(WS-SEMENTE, 2147483647).
           IF WS-SEMENTE = 0
               MOVE 1 TO WS-SEMENTE
           END-IF.

       PROXIMO-ALEATORIO.
           COMPUTE WS-ALEA-PRODUTO = WS-SEMENTE-ATUAL * 16807.
           COMPUTE WS-SEMENTE-ATUAL =
               FUNCTION MOD(WS-ALEA-PRODUTO, 2147483647).
           COMPUTE WS-SORTEIO =
               FUNCTION MOD(WS-SEMENTE-ATUAL, WS-FAIXA).

       PROXIMO-ID-LISTA.
           MOVE 0 TO WS-ID-SEQ.
           MOVE SPACES TO WS-LISTAGER-STATUS.
           OPEN INPUT LISTAGER-FILE.
           IF WS-LISTAGER-STATUS = "00"
               PERFORM UNTIL WS-LISTAGER-STATUS = "10"
                   READ LISTAGER-FILE
                       AT END
                           MOVE "10" TO WS-LISTAGER-STATUS
                       NOT AT END
                           ADD 1 TO WS-ID-SEQ
                   END-READ
               END-PERFORM
               CLOSE LISTAGER-FILE
           END-IF.
           ADD 1 TO WS-ID-SEQ.
           MOVE SPACES TO WS-ID-LISTA.
           STRING "LST" DELIMITED BY SIZE
               WS-ID-SEQ DELIMITED BY SIZE
               INTO WS-ID-LISTA
           END-STRING.

       REIMPRIMIR-LISTA.
           DISPLAY "ID DA LISTA (EX: LST00001):".
           ACCEPT WS-ID-LISTA.
           MOVE FUNCTION UPPER-CASE(WS-ID-LISTA) TO WS-ID-LISTA.
           MOVE "N" TO WS-ACHOU-LISTA.
           MOVE SPACES TO WS-LISTAGER-STATUS.
           OPEN INPUT LISTAGER-FILE.
           IF WS-LISTAGER-STATUS = "00"
               PERFORM UNTIL WS-LISTAGER-STATUS = "10"
                   READ LISTAGER-FILE
                       AT END
                           MOVE "10" TO WS-LISTAGER-STATUS
                       NOT AT END
                           IF LG-ID-LISTA = WS-ID-LISTA
                               MOVE "S" TO WS-ACHOU-LISTA
                               MOVE LG-TOPICO TO WS-TOPICO
                               MOVE LG-VARIANTE TO WS-VARIANTE
                               MOVE LG-SEMENTE TO WS-SEMENTE
                               MOVE LG-QTDE TO WS-QTDE-PROBLEMAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTAGER-FILE
           END-IF.
           IF NOT ACHOU-LISTA
               DISPLAY "LISTA " WS-ID-LISTA
                   " NAO CONSTA EM LISTAS-GERADAS.DAT."
           ELSE
               MOVE "S" TO WS-REIMPRESSAO
               PERFORM MONTAR-LISTA
               PERFORM IMPRIMIR-LISTA
               DISPLAY "LISTA " WS-ID-LISTA " REIMPRESSA (SEMENTE "
                   WS-SEMENTE ") EM LISTA-FOLHA.DAT E "
                   "LISTA-GABARITO.DAT."
           END-IF.

      * Every draw comes off the seed in problem order, so topic,
      * seed and count rebuild the set exactly.
       MONTAR-LISTA.
           MOVE WS-SEMENTE TO WS-SEMENTE-ATUAL.
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-QTDE-PROBLEMAS
               MOVE SPACES TO WS-PROB-TEXTO(WS-P)
                   WS-PROB-TEXTO-2(WS-P)
                   WS-PROB-GABARITO(WS-P)
                   WS-PROB-GABARITO-2(WS-P)
               MOVE 0 TO WS-PROB-RESPOSTA(WS-P)
               MOVE 0 TO WS-TXT-N
               MOVE SPACES TO WS-TEXTOS-NUM
               EVALUATE WS-TOPICO
                   WHEN 1
                       PERFORM PROBLEMA-QUADRATICA
                   WHEN 2
                       PERFORM PROBLEMA-PRIMOS
                   WHEN 3
                       PERFORM PROBLEMA-PARES-IMPARES
                   WHEN 4
                       PERFORM PROBLEMA-AREA
                   WHEN OTHER
                       PERFORM PROBLEMA-TRIGONOMETRIA
               END-EVALUATE
           END-PERFORM.

      * Whole roots r1, r2 and a leading coefficient a give
      * b = -a(r1 + r2) and c = a*r1*r2, so delta is never negative
      * and the roots come out clean.
       PROBLEMA-QUADRATICA.
           MOVE 3 TO WS-FAIXA.
           PERFORM PROXIMO-ALEATORIO.
           COMPUTE WS-COEFICIENTE-A = WS-SORTEIO + 1.
           MOVE 19 TO WS-FAIXA.
           PERFORM PROXIMO-ALEATORIO.
           COMPUTE WS-RAIZ-R1 = WS-SORTEIO - 9.
           PERFORM PROXIMO-ALEATORIO.
           COMPUTE WS-RAIZ-R2 = WS-SORTEIO - 9.
           COMPUTE WS-COEFICIENTE-B =
               0 - WS-COEFICIENTE-A * (WS-RAIZ-R1 + WS-RAIZ-R2).
           COMPUTE WS-COEFICIENTE-C =
               WS-COEFICIENTE-A * WS-RAIZ-R1 * WS-RAIZ-R2.
           PERFORM 2200-CALCULAR-DELTA.
           PERFORM 2250-CALCULAR-RAIZES.
           MOVE WS-COEFICIENTE-A TO WS-EDIT-INT.
           MOVE WS-EDIT-INT TO WS-NUM-EDIT.
           PERFORM GUARDAR-NUMERO.
           MOVE WS-COEFICIENTE-B TO WS-EDIT-INT.
           MOVE WS-EDIT-INT TO WS-NUM-EDIT.
           PERFORM GUARDAR-NUMERO.
           MOVE WS-COEFICIENTE-C TO WS-EDIT-INT.
           MOVE WS-EDIT-INT TO WS-NUM-EDIT.
           PERFORM GUARDAR-NUMERO.
           MOVE WS-DELTA TO WS-EDIT-DEC2.
           MOVE WS-EDIT-DEC2 TO WS-NUM-EDIT.
           PERFORM GUARDAR-NUMERO.
           MOVE WS-RAIZ-X1 TO WS-EDIT-DEC2.
           MOVE WS-EDIT-DEC2 TO WS-NUM-EDIT.
           PERFORM GUARDAR-NUMERO.
           MOVE WS-RAIZ-X2 TO WS-EDIT-DEC2.
           MOVE WS-EDIT-DEC2 TO WS-NUM-EDIT.
           PERFORM GUARDAR-NUMERO.
           STRING "RESOLVA A*X2 + B*X + C = 0 COM A = "
                   DELIMITED BY SIZE
               WS-TXT(1) DELIMITED BY SPACE
               ", B = " DELIMITED BY SIZE
               WS-TXT(2) DELIMITED BY SPACE
               " E C = " DELIMITED BY SIZE
               WS-TXT(3) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               INTO WS-PROB-TEXTO(WS-P)
           END-STRING.
           MOVE "    CALCULE DELTA E AS RAIZES. RESPONDA A MAIOR RAIZ."
               TO WS-PROB-TEXTO-2(WS-P).
           STRING "DELTA = " DELIMITED BY SIZE
               WS-TXT(4) DELIMITED BY SPACE
               "   X1 = " DELIMITED BY SIZE
               WS-TXT(5) DELIMITED BY SPACE
               "   X2 = " DELIMITED BY SIZE
               WS-TXT(6) DELIMITED BY SPACE
               INTO WS-PROB-GABARITO(WS-P)
           END-STRING.
           STRING "RESPOSTA: " DELIMITED BY SIZE
               WS-TXT(5) DELIMITED BY SPACE
               INTO WS-PROB-GABARITO-2(WS-P)
           END-STRING.
           MOVE WS-RAIZ-X1 TO WS-PROB-RESPOSTA(WS-P).

      * PROXIMOS-PRIMOS searches from the number typed plus one.
       PROBLEMA-PRIMOS.
           MOVE 9990 TO WS-FAIXA.
           PERFORM PROXIMO-ALEATORIO.
           COMPUTE WS-NUMERO-ENTRADA = WS-SORTEIO + 10.
           MOVE 3 TO WS-FAIXA.
           PERFORM PROXIMO-ALEATORIO.
           COMPUTE WS-QUANTIDADE-PRIMOS = WS-SORTEIO + 3.
           COMPUTE NUMERO-INICIAL = WS-NUMERO-ENTRADA + 1.
           MOVE 0 TO QUANTOS-ENCONTRADOS.
           MOVE "N" TO WS-HOUVE-COMPOSTO.
           PERFORM BUSCAR-PRIMOS.
           MOVE WS-QUANTIDADE-PRIMOS TO WS-EDIT-INT.
           MOVE WS-EDIT-INT TO WS-NUM-EDIT.
           PERFORM GUARDAR-NUMERO.
           MOVE WS-NUMERO-ENTRADA TO WS-EDIT-INT.
           MOVE WS-EDIT-INT TO WS-NUM-EDIT.
           PERFORM GUARDAR-NUMERO.
           STRING "LISTE OS PROXIMOS " DELIMITED BY SIZE
               WS-TXT(1) DELIMITED BY SPACE
               " NUMEROS PRIMOS MAIORES QUE " DELIMITED BY SIZE
               WS-TXT(2) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               INTO WS-PROB-TEXTO(WS-P)
           END-STRING.
           MOVE "    RESPONDA O ULTIMO DA LISTA."
               TO WS-PROB-TEXTO-2(WS-P).
           MOVE 1 TO WS-PTR.
           STRING "PRIMOS:" DELIMITED BY SIZE
               INTO WS-PROB-GABARITO(WS-P) WITH POINTER WS-PTR
           END-STRING.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > QUANTOS-ENCONTRADOS
               MOVE VALOR-PRIMO(WS-I) TO WS-EDIT-INT
               MOVE WS-EDIT-INT TO WS-NUM-EDIT
               PERFORM GUARDAR-NUMERO
               STRING " " DELIMITED BY SIZE
                   WS-TXT(WS-TXT-N) DELIMITED BY SPACE
                   INTO WS-PROB-GABARITO(WS-P) WITH POINTER WS-PTR
               END-STRING
           END-PERFORM.
           STRING "RESPOSTA: " DELIMITED BY SIZE
               WS-TXT(WS-TXT-N) DELIMITED BY SPACE
               INTO WS-PROB-GABARITO-2(WS-P)
           END-STRING.
           MOVE VALOR-PRIMO(QUANTOS-ENCONTRADOS)
               TO WS-PROB-RESPOSTA(WS-P).

      * The total EXERCICIO09 writes on its combined summary: the
      * next evens and the next odds, added together.
       PROBLEMA-PARES-IMPARES.
           MOVE 9000 TO WS-FAIXA.
           PERFORM PROXIMO-ALEATORIO.
           MOVE WS-SORTEIO TO WS-NUMERO-ENTRADA.
           MOVE 4 TO WS-FAIXA.
           PERFORM PROXIMO-ALEATORIO.
           COMPUTE WS-QUANTIDADE = WS-SORTEIO + 3.
           PERFORM CALCULAR-PROXIMOS-PARES.
           PERFORM CALCULAR-PROXIMOS-IMPARES.
           MOVE 0 TO WS-SOMA-RESUMO.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-QUANTIDADE
               ADD WS-PAR(WS-INDICE) TO WS-SOMA-RESUMO
               ADD WS-IMPAR(WS-INDICE) TO WS-SOMA-RESUMO
           END-PERFORM.
           COMPUTE WS-TOTAL-RESUMO = WS-QUANTIDADE * 2.
           DIVIDE WS-SOMA-RESUMO BY WS-TOTAL-RESUMO
               GIVING WS-MEDIA-RESUMO.
           MOVE WS-NUMERO-ENTRADA TO WS-EDIT-INT.
           MOVE WS-EDIT-INT TO WS-NUM-EDIT.
           PERFORM GUARDAR-NUMERO.
           MOVE WS-QUANTIDADE TO WS-EDIT-INT.
           MOVE WS-EDIT-INT TO WS-NUM-EDIT.
           PERFORM GUARDAR-NUMERO.
           MOVE WS-SOMA-RESUMO TO WS-EDIT-INT.
           MOVE WS-EDIT-INT TO WS-NUM-EDIT.
           PERFORM GUARDAR-NUMERO.
           MOVE WS-MEDIA-RESUMO TO WS-EDIT-DEC2.
           MOVE WS-EDIT-DEC2 TO WS-NUM-EDIT.
           PERFORM GUARDAR-NUMERO.
           STRING "A PARTIR DE " DELIMITED BY SIZE
               WS-TXT(1) DELIMITED BY SPACE
               ", LISTE OS PROXIMOS " DELIMITED BY SIZE
               WS-TXT(2) DELIMITED BY SPACE
               " PARES E OS PROXIMOS " DELIMITED BY SIZE
               WS-TXT(2) DELIMITED BY SPACE
               " IMPARES." DELIMITED BY SIZE
               INTO WS-PROB-TEXTO(WS-P)
           END-STRING.
           MOVE "    RESPONDA A SOMA DE TODOS OS NUMEROS LISTADOS."
               TO WS-PROB-TEXTO-2(WS-P).
           MOVE 1 TO WS-PTR.
           STRING "PARES:" DELIMITED BY SIZE
               INTO WS-PROB-GABARITO(WS-P) WITH POINTER WS-PTR
           END-STRING.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-QUANTIDADE
               MOVE WS-PAR(WS-INDICE) TO WS-EDIT-INT
               MOVE WS-EDIT-INT TO WS-NUM-EDIT
               PERFORM GUARDAR-NUMERO
               STRING " " DELIMITED BY SIZE
                   WS-TXT(WS-TXT-N) DELIMITED BY SPACE
                   INTO WS-PROB-GABARITO(WS-P) WITH POINTER WS-PTR
               END-STRING
           END-PERFORM.
           STRING "  IMPARES:" DELIMITED BY SIZE
               INTO WS-PROB-GABARITO(WS-P) WITH POINTER WS-PTR
           END-STRING.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-QUANTIDADE
               MOVE WS-IMPAR(WS-INDICE) TO WS-EDIT-INT
               MOVE WS-EDIT-INT TO WS-NUM-EDIT
               PERFORM GUARDAR-NUMERO
               STRING " " DELIMITED BY SIZE
                   WS-TXT(WS-TXT-N) DELIMITED BY SPACE
                   INTO WS-PROB-GABARITO(WS-P) WITH POINTER WS-PTR
               END-STRING
           END-PERFORM.
           STRING "RESPOSTA: " DELIMITED BY SIZE
               WS-TXT(3) DELIMITED BY SPACE
               "   (MEDIA = " DELIMITED BY SIZE
               WS-TXT(4) DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO WS-PROB-GABARITO-2(WS-P)
           END-STRING.
           MOVE WS-SOMA-RESUMO TO WS-PROB-RESPOSTA(WS-P).

      * One of EXERCICIO12's plane shapes (1-4 on its menu); the
      * sphere has no area to hand back and is left out.
       PROBLEMA-AREA.
           MOVE 4 TO WS-FAIXA.
           PERFORM PROXIMO-ALEATORIO.
           MOVE WS-SORTEIO TO WS-I.
           ADD 1 TO WS-I.
           MOVE WS-I(2:1) TO OPCAO-CALCULO.
           EVALUATE OPCAO-CALCULO
               WHEN '1'
                   MOVE 4 TO WS-FAIXA
                   PERFORM PROXIMO-ALEATORIO
                   MOVE WS-SORTEIO TO WS-I
                   ADD 1 TO WS-I
                   PERFORM PROXIMO-ALEATORIO
                   COMPUTE WS-ESCALA = WS-SORTEIO + 1
                   COMPUTE BASE-TRIANGULO = WS-TERNO-A(WS-I) * WS-ESCALA
                   COMPUTE ALTURA-TRIANGULO =
                       WS-TERNO-B(WS-I) * WS-ESCALA
                   MOVE BASE-TRIANGULO TO LADO1-TRIANGULO
                   MOVE ALTURA-TRIANGULO TO LADO2-TRIANGULO
                   COMPUTE LADO3-TRIANGULO =
                       WS-TERNO-C(WS-I) * WS-ESCALA
               WHEN '2'
                   MOVE 30 TO WS-FAIXA
                   PERFORM PROXIMO-ALEATORIO
                   COMPUTE RAIO-CIRCULO = WS-SORTEIO + 1
               WHEN '3'
                   MOVE 99 TO WS-FAIXA
                   PERFORM PROXIMO-ALEATORIO
                   COMPUTE COMPRIMENTO-RETANGULO = WS-SORTEIO + 1
                   PERFORM PROXIMO-ALEATORIO
                   COMPUTE LARGURA-RETANGULO = WS-SORTEIO + 1
               WHEN OTHER
                   MOVE 51 TO WS-FAIXA
                   PERFORM PROXIMO-ALEATORIO
                   COMPUTE BASE-MAIOR-TRAPEZIO = WS-SORTEIO + 10
                   COMPUTE WS-FAIXA = BASE-MAIOR-TRAPEZIO - 1
                   PERFORM PROXIMO-ALEATORIO
                   COMPUTE BASE-MENOR-TRAPEZIO = WS-SORTEIO + 1
                   MOVE 40 TO WS-FAIXA
                   PERFORM PROXIMO-ALEATORIO
                   COMPUTE ALTURA-TRAPEZIO = WS-SORTEIO + 1
           END-EVALUATE.
           PERFORM CALCULAR-RESULTADO.
           MOVE AREA-CALCULADA TO WS-EDIT-DEC4.
           MOVE WS-EDIT-DEC4 TO WS-NUM-EDIT.
           PERFORM GUARDAR-NUMERO.
           MOVE PERIMETRO-CALCULADO TO WS-EDIT-DEC4.
           MOVE WS-EDIT-DEC4 TO WS-NUM-EDIT.
           PERFORM GUARDAR-NUMERO.
           EVALUATE OPCAO-CALCULO
               WHEN '1'
                   MOVE BASE-TRIANGULO TO WS-EDIT-INT
                   MOVE WS-EDIT-INT TO WS-NUM-EDIT
                   PERFORM GUARDAR-NUMERO
                   MOVE ALTURA-TRIANGULO TO WS-EDIT-INT
                   MOVE WS-EDIT-INT TO WS-NUM-EDIT
                   PERFORM GUARDAR-NUMERO
                   MOVE LADO3-TRIANGULO TO WS-EDIT-INT
                   MOVE WS-EDIT-INT TO WS-NUM-EDIT
                   PERFORM GUARDAR-NUMERO
                   STRING "TRIANGULO DE BASE " DELIMITED BY SIZE
                       WS-TXT(3) DELIMITED BY SPACE
                       " CM E ALTURA " DELIMITED BY SIZE
                       WS-TXT(4) DELIMITED BY SPACE
                       " CM; LADOS " DELIMITED BY SIZE
                       WS-TXT(3) DELIMITED BY SPACE
                       ", " DELIMITED BY SIZE
                       WS-TXT(4) DELIMITED BY SPACE
                       " E " DELIMITED BY SIZE
                       WS-TXT(5) DELIMITED BY SPACE
                       " CM." DELIMITED BY SIZE
                       INTO WS-PROB-TEXTO(WS-P)
                   END-STRING
                   MOVE "    CALCULE AREA E PERIMETRO. RESPONDA A AREA."
                       TO WS-PROB-TEXTO-2(WS-P)
               WHEN '2'
                   MOVE RAIO-CIRCULO TO WS-EDIT-INT
                   MOVE WS-EDIT-INT TO WS-NUM-EDIT
                   PERFORM GUARDAR-NUMERO
                   STRING "CIRCULO DE RAIO " DELIMITED BY SIZE
                       WS-TXT(3) DELIMITED BY SPACE
                       " CM (USE PI = 3,1416)." DELIMITED BY SIZE
                       INTO WS-PROB-TEXTO(WS-P)
                   END-STRING
                   MOVE "    CALCULE A AREA."
                       TO WS-PROB-TEXTO-2(WS-P)
               WHEN '3'
                   MOVE COMPRIMENTO-RETANGULO TO WS-EDIT-INT
                   MOVE WS-EDIT-INT TO WS-NUM-EDIT
                   PERFORM GUARDAR-NUMERO
                   MOVE LARGURA-RETANGULO TO WS-EDIT-INT
                   MOVE WS-EDIT-INT TO WS-NUM-EDIT
                   PERFORM GUARDAR-NUMERO
                   STRING "RETANGULO DE COMPRIMENTO " DELIMITED BY SIZE
                       WS-TXT(3) DELIMITED BY SPACE
                       " CM E LARGURA " DELIMITED BY SIZE
                       WS-TXT(4) DELIMITED BY SPACE
                       " CM." DELIMITED BY SIZE
                       INTO WS-PROB-TEXTO(WS-P)
                   END-STRING
                   MOVE "    CALCULE AREA E PERIMETRO. RESPONDA A AREA."
                       TO WS-PROB-TEXTO-2(WS-P)
               WHEN OTHER
                   MOVE BASE-MAIOR-TRAPEZIO TO WS-EDIT-INT
                   MOVE WS-EDIT-INT TO WS-NUM-EDIT
                   PERFORM GUARDAR-NUMERO
                   MOVE BASE-MENOR-TRAPEZIO TO WS-EDIT-INT
                   MOVE WS-EDIT-INT TO WS-NUM-EDIT
                   PERFORM GUARDAR-NUMERO
                   MOVE ALTURA-TRAPEZIO TO WS-EDIT-INT
                   MOVE WS-EDIT-INT TO WS-NUM-EDIT
                   PERFORM GUARDAR-NUMERO
                   STRING "TRAPEZIO DE BASES " DELIMITED BY SIZE
                       WS-TXT(3) DELIMITED BY SPACE
                       " E " DELIMITED BY SIZE
                       WS-TXT(4) DELIMITED BY SPACE
                       " CM E ALTURA " DELIMITED BY SIZE
                       WS-TXT(5) DELIMITED BY SPACE
                       " CM." DELIMITED BY SIZE
                       INTO WS-PROB-TEXTO(WS-P)
                   END-STRING
                   MOVE "    CALCULE A AREA."
                       TO WS-PROB-TEXTO-2(WS-P)
           END-EVALUATE.
           IF OPCAO-CALCULO = '1' OR OPCAO-CALCULO = '3'
               STRING "AREA = " DELIMITED BY SIZE
                   WS-TXT(1) DELIMITED BY SPACE
                   " CM2   PERIMETRO = " DELIMITED BY SIZE
                   WS-TXT(2) DELIMITED BY SPACE
                   " CM" DELIMITED BY SIZE
                   INTO WS-PROB-GABARITO(WS-P)
               END-STRING
           ELSE
               STRING "AREA = " DELIMITED BY SIZE
                   WS-TXT(1) DELIMITED BY SPACE
                   " CM2" DELIMITED BY SIZE
                   INTO WS-PROB-GABARITO(WS-P)
               END-STRING
           END-IF.
           STRING "RESPOSTA: " DELIMITED BY SIZE
               WS-TXT(1) DELIMITED BY SPACE
               INTO WS-PROB-GABARITO-2(WS-P)
           END-STRING.
           MOVE AREA-CALCULADA TO WS-PROB-RESPOSTA(WS-P).

      * Seno or cosseno of a whole angle from 0 to 359 degrees, or
      * the tangente of one from 0 to 75 (clear of the asymptote),
      * worked with EXERCICIO11's pi of 3,1416 and five decimals.
       PROBLEMA-TRIGONOMETRIA.
           MOVE 3 TO WS-FAIXA.
           PERFORM PROXIMO-ALEATORIO.
           MOVE WS-SORTEIO TO WS-I.
           ADD 1 TO WS-I.
           MOVE WS-I(2:1) TO OPCAO-TEXTO.
           IF OPCAO-TEXTO = '3'
               MOVE 76 TO WS-FAIXA
           ELSE
               MOVE 360 TO WS-FAIXA
           END-IF.
           PERFORM PROXIMO-ALEATORIO.
           MOVE WS-SORTEIO TO GRAUS.
           PERFORM FAZER-CALCULO.
           MOVE GRAUS TO WS-EDIT-INT.
           MOVE WS-EDIT-INT TO WS-NUM-EDIT.
           PERFORM GUARDAR-NUMERO.
           MOVE RESULTADO TO WS-EDIT-DEC5.
           MOVE WS-EDIT-DEC5 TO WS-NUM-EDIT.
           PERFORM GUARDAR-NUMERO.
           STRING "CALCULE " DELIMITED BY SIZE
               WS-FUNCAO-TEXTO DELIMITED BY SPACE
               "(" DELIMITED BY SIZE
               WS-TXT(1) DELIMITED BY SPACE
               " GRAUS), USANDO PI = 3,1416." DELIMITED BY SIZE
               INTO WS-PROB-TEXTO(WS-P)
           END-STRING.
           MOVE "    RESPONDA COM CINCO CASAS DECIMAIS."
               TO WS-PROB-TEXTO-2(WS-P).
           STRING WS-FUNCAO-TEXTO DELIMITED BY SPACE
               "(" DELIMITED BY SIZE
               WS-TXT(1) DELIMITED BY SPACE
               ") = " DELIMITED BY SIZE
               WS-TXT(2) DELIMITED BY SPACE
               INTO WS-PROB-GABARITO(WS-P)
           END-STRING.
           STRING "RESPOSTA: " DELIMITED BY SIZE
               WS-TXT(2) DELIMITED BY SPACE
               INTO WS-PROB-GABARITO-2(WS-P)
           END-STRING.
           MOVE RESULTADO TO WS-PROB-RESPOSTA(WS-P).

       GUARDAR-NUMERO.
           ADD 1 TO WS-TXT-N.
           MOVE 0 TO WS-BRANCOS.
           INSPECT WS-NUM-EDIT TALLYING WS-BRANCOS
               FOR LEADING SPACES.
           MOVE WS-NUM-EDIT(WS-BRANCOS + 1:) TO WS-TXT(WS-TXT-N).

      ******************************************************************
      * Calculation paragraphs of the exercise programs, copied with
      * their fields; only the console output is left out.
      ******************************************************************
      * From CALCULO-DELTA (Simulado.cbl).
       2200-CALCULAR-DELTA.
           COMPUTE WS-B-QUADRADO = WS-COEFICIENTE-B * WS-COEFICIENTE-B.
           COMPUTE WS-4AC = 4 * WS-COEFICIENTE-A * WS-COEFICIENTE-C.
           COMPUTE WS-DELTA = WS-B-QUADRADO - WS-4AC.

       2250-CALCULAR-RAIZES.
           MOVE ZERO TO WS-RAIZ-X1 WS-RAIZ-X2.
           IF WS-DELTA >= 0
               COMPUTE WS-RAIZ-DELTA = FUNCTION SQRT(WS-DELTA)
               COMPUTE WS-DENOMINADOR = 2 * WS-COEFICIENTE-A
               COMPUTE WS-NUMERADOR =
                   -WS-COEFICIENTE-B + WS-RAIZ-DELTA
               COMPUTE WS-RAIZ-X1 = WS-NUMERADOR / WS-DENOMINADOR
               COMPUTE WS-NUMERADOR =
                   -WS-COEFICIENTE-B - WS-RAIZ-DELTA
               COMPUTE WS-RAIZ-X2 = WS-NUMERADOR / WS-DENOMINADOR
           END-IF.

      * From PROXIMOS-PRIMOS (ex10.cbl). The program's sieve is a
      * lookup in front of this same trial division and gives the
      * same answer for the five-digit range drawn here.
       BUSCAR-PRIMOS.
           MOVE NUMERO-INICIAL TO NUMERO-TESTE
           MOVE "N" TO WS-ESTOUROU-PRIMOS
           PERFORM UNTIL QUANTOS-ENCONTRADOS = WS-QUANTIDADE-PRIMOS
                   OR ESTOUROU-PRIMOS-LIMITE
               PERFORM VERIFICAR-PRIMO-DIVISAO
               IF NUMERO-TESTE < 2
                   MOVE 'N' TO E-PRIMO
               END-IF
               IF E-PRIMO = 'S'
                   ADD 1 TO QUANTOS-ENCONTRADOS
                   MOVE NUMERO-TESTE TO VALOR-PRIMO(QUANTOS-ENCONTRADOS)
               END-IF
               ADD 1 TO NUMERO-TESTE
                   ON SIZE ERROR
                       MOVE "S" TO WS-ESTOUROU-PRIMOS
               END-ADD
           END-PERFORM.

       VERIFICAR-PRIMO-DIVISAO.
           MOVE 'S' TO E-PRIMO
           MOVE 0 TO WS-FATOR-ENCONTRADO
           MOVE 2 TO DIVISOR
           PERFORM UNTIL DIVISOR * DIVISOR > NUMERO-TESTE
             DIVIDE NUMERO-TESTE BY DIVISOR GIVING RESTO REMAINDER RESTO
               IF RESTO = 0
                   MOVE 'N' TO E-PRIMO
                   MOVE DIVISOR TO WS-FATOR-ENCONTRADO
                   MOVE NUMERO-TESTE TO WS-ULTIMO-COMPOSTO
                   MOVE DIVISOR TO WS-ULTIMO-FATOR
                   MOVE "S" TO WS-HOUVE-COMPOSTO
                   EXIT PERFORM
               END-IF
               ADD 1 TO DIVISOR
           END-PERFORM.

      * From EXERCICIO09 (ex9.cbl).
       CALCULAR-PROXIMOS-PARES.
           MOVE WS-NUMERO-ENTRADA TO WS-NUMERO-CALCULO.
           MOVE 0 TO WS-CONTADOR.
           MOVE "N" TO WS-ESTOUROU.
           PERFORM UNTIL WS-CONTADOR EQUAL WS-QUANTIDADE
                   OR ESTOUROU-LIMITE
               ADD 1 TO WS-NUMERO-CALCULO
                   ON SIZE ERROR
                       MOVE "S" TO WS-ESTOUROU
               END-ADD
               IF NOT ESTOUROU-LIMITE
                   DIVIDE WS-NUMERO-CALCULO BY 2 GIVING WS-QUOCIENTE
                                           REMAINDER WS-RESTO
                   IF WS-RESTO EQUAL 0 THEN
                       ADD 1 TO WS-CONTADOR
                       MOVE WS-NUMERO-CALCULO TO WS-PAR(WS-CONTADOR)
                   END-IF
               END-IF
           END-PERFORM.

       CALCULAR-PROXIMOS-IMPARES.
           MOVE WS-NUMERO-ENTRADA TO WS-NUMERO-CALCULO.
           MOVE 0 TO WS-CONTADOR.
           MOVE "N" TO WS-ESTOUROU.
           PERFORM UNTIL WS-CONTADOR EQUAL WS-QUANTIDADE
                   OR ESTOUROU-LIMITE
               ADD 1 TO WS-NUMERO-CALCULO
                   ON SIZE ERROR
                       MOVE "S" TO WS-ESTOUROU
               END-ADD
               IF NOT ESTOUROU-LIMITE
                   DIVIDE WS-NUMERO-CALCULO BY 2 GIVING WS-QUOCIENTE
                                           REMAINDER WS-RESTO
                   IF WS-RESTO NOT EQUAL 0 THEN
                       ADD 1 TO WS-CONTADOR
                       MOVE WS-NUMERO-CALCULO TO WS-IMPAR(WS-CONTADOR)
                   END-IF
               END-IF
           END-PERFORM.

      * From EXERCICIO12 (ex12.cbl), shapes 1 to 4.
       CALCULAR-RESULTADO.
           MOVE 0 TO AREA-CALCULADA.
           MOVE 0 TO PERIMETRO-CALCULADO.
           EVALUATE OPCAO-CALCULO
               WHEN '1'
                  PERFORM VALIDAR-TRIANGULO
                  IF TRIANGULO-VALIDO
                     COMPUTE AREA-CALCULADA
                     = (BASE-TRIANGULO * ALTURA-TRIANGULO) / 2
                     COMPUTE PERIMETRO-CALCULADO =
                      LADO1-TRIANGULO + LADO2-TRIANGULO
                      + LADO3-TRIANGULO
                  END-IF
               WHEN '2'
           COMPUTE AREA-CALCULADA = 3,1416 * RAIO-CIRCULO * RAIO-CIRCULO
               WHEN '3'
                   COMPUTE AREA-CALCULADA =
                       COMPRIMENTO-RETANGULO * LARGURA-RETANGULO
                   COMPUTE PERIMETRO-CALCULADO =
                       2 * (COMPRIMENTO-RETANGULO + LARGURA-RETANGULO)
               WHEN '4'
                   COMPUTE AREA-CALCULADA =
                       (BASE-MAIOR-TRAPEZIO + BASE-MENOR-TRAPEZIO)
                       * ALTURA-TRAPEZIO / 2
           END-EVALUATE.

       VALIDAR-TRIANGULO.
           MOVE "S" TO WS-TRIANGULO-STATUS
           IF LADO1-TRIANGULO + LADO2-TRIANGULO <= LADO3-TRIANGULO
              OR LADO1-TRIANGULO + LADO3-TRIANGULO <= LADO2-TRIANGULO
              OR LADO2-TRIANGULO + LADO3-TRIANGULO <= LADO1-TRIANGULO
              MOVE "N" TO WS-TRIANGULO-STATUS
           END-IF.

      * From EXERCICIO11 (ex11.cbl), options 1 to 3 for one angle.
       FAZER-CALCULO.
           COMPUTE RADIANO = GRAUS * 3,1416 / 180
           EVALUATE OPCAO-TEXTO
               WHEN '1'
                   COMPUTE RESULTADO = FUNCTION SIN(RADIANO)
                   MOVE "SENO" TO WS-FUNCAO-TEXTO
               WHEN '2'
                   COMPUTE RESULTADO = FUNCTION COS(RADIANO)
                   MOVE "COSSENO" TO WS-FUNCAO-TEXTO
               WHEN '3'
                   COMPUTE RESULTADO = FUNCTION TAN(RADIANO)
                   MOVE "TANGENTE" TO WS-FUNCAO-TEXTO
           END-EVALUATE.

      ******************************************************************
      * Output: the machine-readable key and the register line on
      * generation; the sheet and the printed key every time.
      ******************************************************************
       GRAVAR-GABARITOS.
           OPEN EXTEND GABARITO-FILE.
           IF WS-GABARITO-STATUS = "35"
               OPEN OUTPUT GABARITO-FILE
               CLOSE GABARITO-FILE
               OPEN EXTEND GABARITO-FILE
           END-IF.
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-QTDE-PROBLEMAS
               MOVE WS-ID-LISTA TO GB-ID-LISTA
               MOVE WS-P TO GB-PROBLEMA
               MOVE WS-TOPICO TO GB-TOPICO
               MOVE WS-PROB-RESPOSTA(WS-P) TO GB-RESPOSTA
               WRITE GABARITO-RECORD
           END-PERFORM.
           CLOSE GABARITO-FILE.

       GRAVAR-REGISTRO-LISTA.
           OPEN EXTEND LISTAGER-FILE.
           IF WS-LISTAGER-STATUS = "35"
               OPEN OUTPUT LISTAGER-FILE
               CLOSE LISTAGER-FILE
               OPEN EXTEND LISTAGER-FILE
           END-IF.
           MOVE WS-ID-LISTA TO LG-ID-LISTA.
           MOVE WS-TOPICO TO LG-TOPICO.
           MOVE WS-VARIANTE TO LG-VARIANTE.
           MOVE WS-SEMENTE TO LG-SEMENTE.
           MOVE WS-QTDE-PROBLEMAS TO LG-QTDE.
           MOVE FUNCTION CURRENT-DATE(1:19) TO LG-DATA-HORA.
           MOVE WS-OPERADOR TO LG-OPERADOR.
           WRITE LISTA-GERADA-RECORD.
           CLOSE LISTAGER-FILE.

       IMPRIMIR-LISTA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE "F" TO WS-SAIDA.
           OPEN OUTPUT FOLHA-FILE.
           MOVE 1 TO WS-PRINT-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE "NOME: ________________________________   MATRICULA: "
               TO WS-PRINT-LINE.
           MOVE "__________   TURMA: ____" TO WS-PRINT-LINE(53:24).
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-QTDE-PROBLEMAS
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-P DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   WS-PROB-TEXTO(WS-P) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
               MOVE WS-PROB-TEXTO-2(WS-P) TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
               MOVE "    RESPOSTA: ____________________"
                   TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.
           CLOSE FOLHA-FILE.

           MOVE "G" TO WS-SAIDA.
           OPEN OUTPUT CHAVE-FILE.
           MOVE 1 TO WS-PRINT-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-QTDE-PROBLEMAS
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-P DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   WS-PROB-GABARITO(WS-P) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
               MOVE SPACES TO WS-PRINT-LINE
               STRING "    " DELIMITED BY SIZE
                   WS-PROB-GABARITO-2(WS-P) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.
           CLOSE CHAVE-FILE.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO WS-PRINT-LINE.
           IF SAIDA-FOLHA
               STRING "LISTA DE EXERCICIOS " DELIMITED BY SIZE
                   WS-ID-LISTA DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-NOME-TOPICO(WS-TOPICO) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING "GABARITO DA LISTA " DELIMITED BY SIZE
                   WS-ID-LISTA DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-NOME-TOPICO(WS-TOPICO) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           STRING "DATA: " DELIMITED BY SIZE
               WS-PRINT-DATA DELIMITED BY SIZE
               "  PAGINA: " DELIMITED BY SIZE
               WS-PRINT-PAGINA DELIMITED BY SIZE
               INTO WS-PRINT-LINE(66:35)
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           IF SAIDA-FOLHA
               STRING "VARIANTE: " DELIMITED BY SIZE
                   WS-VARIANTE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING "VARIANTE: " DELIMITED BY SIZE
                   WS-VARIANTE DELIMITED BY SIZE
                   "  SEMENTE: " DELIMITED BY SIZE
                   WS-SEMENTE DELIMITED BY SIZE
                   "  PROBLEMAS: " DELIMITED BY SIZE
                   WS-QTDE-PROBLEMAS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           IF REIMPRESSAO
               MOVE "(REIMPRESSAO)" TO WS-PRINT-LINE(66:13)
           END-IF.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM ESCREVER-LINHA.
           MOVE 3 TO WS-PRINT-LINHA.

       IMPRIMIR-LINHA.
           IF WS-PRINT-LINHA >= WS-PRINT-MAX-LINHAS
               ADD 1 TO WS-PRINT-PAGINA
               MOVE WS-PRINT-LINE TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO
               MOVE WS-LINHA-GUARDADA TO WS-PRINT-LINE
           END-IF.
           PERFORM ESCREVER-LINHA.
           ADD 1 TO WS-PRINT-LINHA.

       ESCREVER-LINHA.
           IF SAIDA-FOLHA
               MOVE WS-PRINT-LINE TO FOLHA-LINE
               WRITE FOLHA-LINE
           ELSE
               MOVE WS-PRINT-LINE TO CHAVE-LINE
               WRITE CHAVE-LINE
           END-IF.

       OBTER-TRAVA.
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
                   PERFORM GRAVAR-TRAVA
               END-IF
           END-PERFORM.
           IF NOT LOCK-OBTIDA
               DISPLAY "TRAVA " WS-LOCK-NOME " PRESA HA MAIS DE "
                   WS-LOCK-MAX-ESPERA " SEGUNDOS - ASSUMINDO TRAVA "
                   "DE EXECUCAO ABANDONADA."
               PERFORM GRAVAR-TRAVA
           END-IF.

       GRAVAR-TRAVA.
           OPEN OUTPUT LOCK-FILE.
           MOVE "GERA-LISTAS" TO TRAVA-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO TRAVA-DATA-HORA.
           WRITE TRAVA-RECORD.
           CLOSE LOCK-FILE.
           MOVE "S" TO WS-LOCK-OBTIDA.

       LIBERAR-TRAVA.
           DELETE FILE LOCK-FILE.

       REGISTRAR-REJEICAO.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "GERA-LISTAS" TO AU-PROGRAM.
           MOVE WS-REJEICAO-MSG TO AU-MESSAGE.
           MOVE "AUDIT-LOG.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           PERFORM LER-OPERADOR
           MOVE WS-OPERADOR TO AU-OPERATOR
           PERFORM ENCADEAR-AUDITORIA
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
           PERFORM LIBERAR-TRAVA.

       LER-OPERADOR.
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
