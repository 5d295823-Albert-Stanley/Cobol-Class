      *          assume), and every change written to AUDIT-LOG.DAT
      *          with the before and after values. A fat-fingered
      *          cutoff silently failed half a class last term.
      *          Every line carries the term it is in force from
      *          (RULEVIG.cpy): a course's lines are listed as its
      *          rule history, a new rule is added from the open term
      *          (or a later one) and never from a closed term, and a
      *          line already in force for a closed term of
      *          ACADEMIC-TERM.DAT cannot be changed - the refusal is
      *          audit-logged and the change goes in as a new line
      *          from the open term.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLER-STATUS.

           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
       FD  WEIGHT3-FILE.
           COPY WEIGHT3.

       FD  TERM-FILE.
           COPY TERM.

       FD  AUDIT-FILE.
           COPY AUDIT.

       01 WS-WEIGHT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-WEIGHT3-STATUS   PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
       01 WS-TERM-STATUS      PIC X(2) VALUE SPACES.

      * Terms of ACADEMIC-TERM.DAT: the open one is the default
      * vigencia of a new line; a line in force for a closed one is
      * history and is not changed.
       01 WS-TERMO-ABERTO     PIC X(06) VALUE SPACES.
       01 WS-ULTIMO-FECHADO   PIC X(06) VALUE SPACES.
       01 WS-TABELA-FECHADOS.
           05 WS-FECHADO-TERMO PIC X(06) OCCURS 40 TIMES.
       01 WS-TOTAL-FECHADOS   PIC 9(2) VALUE 0.
       01 WS-F                PIC 9(2).

       01 WS-TABELA-CORTES.
           05 WS-CORTE-ENTRY OCCURS 60 TIMES.
               10 WS-CORTE-CURSO  PIC X(10).
               10 WS-CORTE-VALOR  PIC 9(2)V9(2).
               10 WS-CORTE-VIGENCIA PIC X(06).
       01 WS-TOTAL-CORTES    PIC 9(2) VALUE 0.

       01 WS-TABELA-PESOS.
           05 WS-PESO-ENTRY OCCURS 60 TIMES.
               10 WS-PESO-CURSO   PIC X(10).
               10 WS-PESO-A       PIC 9(3).
               10 WS-PESO-B       PIC 9(3).
               10 WS-PESO-VIGENCIA PIC X(06).
       01 WS-TOTAL-PESOS     PIC 9(2) VALUE 0.

       01 WS-TABELA-PESOS3.
           05 WS-PESO3-ENTRY OCCURS 60 TIMES.
               10 WS-PESO3-CURSO  PIC X(10).
               10 WS-PESO3-P1     PIC 9(3).
               10 WS-PESO3-P2     PIC 9(3).
               10 WS-PESO3-ATIV   PIC 9(3).
               10 WS-PESO3-VIGENCIA PIC X(06).
       01 WS-TOTAL-PESOS3    PIC 9(2) VALUE 0.

       01 WS-OPCAO           PIC X VALUE SPACES.
       01 WS-INDICE          PIC 9(2).
       01 WS-J               PIC 9(2).
       01 WS-CURSO-NOVO      PIC X(10).
       01 WS-VIG-NOVA        PIC X(06) VALUE SPACES.
       01 WS-VIG-VALIDA      PIC X VALUE "N".
           88 VIGENCIA-VALIDA VALUE "S".
       01 WS-VIG-INICIO      PIC X(06) VALUE SPACES.
       01 WS-VIG-FIM         PIC X(06) VALUE SPACES.
       01 WS-VIG-DISP        PIC X(07) VALUE SPACES.
       01 WS-TERMO-TRAVA     PIC X(06) VALUE SPACES.
       01 WS-TRAVADA         PIC X VALUE "N".
           88 LINHA-TRAVADA  VALUE "S".
       01 WS-EM-VIGOR        PIC X VALUE "N".
           88 LINHA-EM-VIGOR VALUE "S".
       01 WS-SITUACAO-VIG    PIC X(17) VALUE SPACES.
       01 WS-ROTULO-ARQUIVO  PIC X(06) VALUE SPACES.
       01 WS-POSICAO         PIC 9(2).
       01 WS-VALOR-TEXTO     PIC X(6).
       01 WS-CORTE-NOVO      PIC 9(2)V9(2).
       01 WS-PESO-NOVO-1     PIC 9(3).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICAR-AUTORIZACAO.
           PERFORM CARREGAR-TERMOS.
           PERFORM CARREGAR-CORTES.
           PERFORM CARREGAR-PESOS.
           PERFORM CARREGAR-PESOS3.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
               PERFORM UNTIL WS-THRESHOLD-STATUS = "10"
                   OR WS-TOTAL-CORTES = 60
                   READ THRESHOLD-FILE
                       AT END
                           MOVE "10" TO WS-THRESHOLD-STATUS
                               TO WS-CORTE-CURSO(WS-TOTAL-CORTES)
                           MOVE TH-CUTOFF
                               TO WS-CORTE-VALOR(WS-TOTAL-CORTES)
                           MOVE TH-VIGENCIA
                               TO WS-CORTE-VIGENCIA(WS-TOTAL-CORTES)
                   END-READ
               END-PERFORM
               CLOSE THRESHOLD-FILE
           END-IF.

       LISTAR-CORTES.
           PERFORM EXIBIR-LEGENDA-VIGENCIA.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL-CORTES
               PERFORM DELIMITAR-CORTE
               DISPLAY WS-INDICE ": " WS-CORTE-CURSO(WS-INDICE)
                   " DESDE " WS-VIG-DISP
                   " CORTE=" WS-CORTE-VALOR(WS-INDICE)
                   WS-SITUACAO-VIG
           END-PERFORM.

      * Span of line WS-INDICE: from its vigencia up to the next
      * vigencia of the same course (HIGH-VALUES when it is the
      * latest).
       DELIMITAR-CORTE.
           MOVE WS-CORTE-VIGENCIA(WS-INDICE) TO WS-VIG-INICIO.
           MOVE HIGH-VALUES TO WS-VIG-FIM.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-CORTES
               IF WS-CORTE-CURSO(WS-J) = WS-CORTE-CURSO(WS-INDICE)
                   AND WS-CORTE-VIGENCIA(WS-J) > WS-VIG-INICIO
                   AND WS-CORTE-VIGENCIA(WS-J) < WS-VIG-FIM
                   MOVE WS-CORTE-VIGENCIA(WS-J) TO WS-VIG-FIM
               END-IF
           END-PERFORM.
           PERFORM AVALIAR-VIGENCIA.

      * A new line goes with the other lines of its course, in
      * vigencia order, so the listing reads as the course's history.
       POSICIONAR-CORTE.
           MOVE 0 TO WS-POSICAO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-CORTES
               IF WS-CORTE-CURSO(WS-J) = WS-CURSO-NOVO
                   AND WS-CORTE-VIGENCIA(WS-J) > WS-VIG-NOVA
                   AND WS-POSICAO = 0
                   MOVE WS-J TO WS-POSICAO
               END-IF
           END-PERFORM.
           IF WS-POSICAO = 0
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-CORTES
                   IF WS-CORTE-CURSO(WS-J) = WS-CURSO-NOVO
                       COMPUTE WS-POSICAO = WS-J + 1
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-POSICAO = 0
               COMPUTE WS-POSICAO = WS-TOTAL-CORTES + 1
           END-IF.
           PERFORM VARYING WS-J FROM WS-TOTAL-CORTES BY -1
               UNTIL WS-J < WS-POSICAO
               MOVE WS-CORTE-ENTRY(WS-J) TO WS-CORTE-ENTRY(WS-J + 1)
           END-PERFORM.
           ADD 1 TO WS-TOTAL-CORTES.

       PEDIR-CORTE-NOVO.
           DISPLAY "CORTE (0 A 10, EX: 6,5):".
           COMPUTE WS-CORTE-NOVO = FUNCTION NUMVAL(WS-VALOR-TEXTO).

       ADICIONAR-CORTE.
           IF WS-TOTAL-CORTES >= 60
               DISPLAY "ARQUIVO CHEIO (MAX 60)."
           ELSE
               DISPLAY "CURSO (EX: MEDIA, EXER13):"
               ACCEPT WS-CURSO-NOVO
               MOVE "CORTE" TO WS-ROTULO-ARQUIVO
               PERFORM PEDIR-VIGENCIA-NOVA
               MOVE "N" TO WS-DUPLICADO
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-CORTES
                   IF WS-CORTE-CURSO(WS-J) = WS-CURSO-NOVO
                       AND WS-CORTE-VIGENCIA(WS-J) = WS-VIG-NOVA
                       MOVE "S" TO WS-DUPLICADO
                   END-IF
               END-PERFORM
               IF VIGENCIA-VALIDA
                   IF CURSO-DUPLICADO
                       DISPLAY "CURSO JA CADASTRADO NESTA VIGENCIA - "
                           "USE ALTERAR."
                   ELSE
                       PERFORM PEDIR-CORTE-NOVO
                       IF WS-CORTE-NOVO > 10
                           DISPLAY "CORTE FORA DE 0-10. NAO GRAVADO."
                       ELSE
                           PERFORM POSICIONAR-CORTE
                           MOVE WS-CURSO-NOVO
                               TO WS-CORTE-CURSO(WS-POSICAO)
                           MOVE WS-CORTE-NOVO
                               TO WS-CORTE-VALOR(WS-POSICAO)
                           MOVE WS-VIG-NOVA
                               TO WS-CORTE-VIGENCIA(WS-POSICAO)
                           MOVE "S" TO WS-ALTERADO-CORTES
                           MOVE SPACES TO WS-AUDIT-MSG
                           STRING "CORTE INCLUIDO: " DELIMITED BY SIZE
                               WS-CURSO-NOVO DELIMITED BY SIZE
                               " VIG=" DELIMITED BY SIZE
                               WS-VIG-NOVA DELIMITED BY SIZE
                               " NOVO=" DELIMITED BY SIZE
                               WS-CORTE-NOVO DELIMITED BY SIZE
                               INTO WS-AUDIT-MSG
                           END-STRING
                           PERFORM GRAVAR-AUDITORIA
                           DISPLAY "CORTE ADICIONADO."
                       END-IF
                   END-IF
               END-IF
           END-IF.
               DISPLAY "NUMERO DO CORTE A ALTERAR:"
               ACCEPT WS-INDICE
               IF WS-INDICE >= 1 AND WS-INDICE <= WS-TOTAL-CORTES
                   PERFORM DELIMITAR-CORTE
                   IF LINHA-TRAVADA
                       MOVE "CORTE" TO WS-ROTULO-ARQUIVO
                       MOVE WS-CORTE-CURSO(WS-INDICE)
                           TO WS-CURSO-NOVO
                       PERFORM RECUSAR-RETROATIVA
                   ELSE
                       PERFORM PEDIR-CORTE-NOVO
                       IF WS-CORTE-NOVO > 10
                           DISPLAY "CORTE FORA DE 0-10. NAO GRAVADO."
                       ELSE
                           MOVE SPACES TO WS-AUDIT-MSG
                           STRING "CORTE ALTERADO: " DELIMITED BY SIZE
                               WS-CORTE-CURSO(WS-INDICE)
                               DELIMITED BY SIZE
                               " VIG=" DELIMITED BY SIZE
                               WS-VIG-DISP DELIMITED BY SIZE
                               " ANTES=" DELIMITED BY SIZE
                               WS-CORTE-VALOR(WS-INDICE)
                               DELIMITED BY SIZE
                               " DEPOIS=" DELIMITED BY SIZE
                               WS-CORTE-NOVO DELIMITED BY SIZE
                               INTO WS-AUDIT-MSG
                           END-STRING
                           MOVE WS-CORTE-NOVO
                               TO WS-CORTE-VALOR(WS-INDICE)
                           MOVE "S" TO WS-ALTERADO-CORTES
                           PERFORM GRAVAR-AUDITORIA
                           DISPLAY "CORTE ALTERADO."
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "NUMERO INVALIDO."
               UNTIL WS-INDICE > WS-TOTAL-CORTES
               MOVE WS-CORTE-CURSO(WS-INDICE) TO TH-COURSE-ID
               MOVE WS-CORTE-VALOR(WS-INDICE) TO TH-CUTOFF
               MOVE WS-CORTE-VIGENCIA(WS-INDICE) TO TH-VIGENCIA
               WRITE THRESHOLD-RECORD
           END-PERFORM.
           CLOSE THRESHOLD-FILE.
           OPEN INPUT WEIGHT-FILE.
           IF WS-WEIGHT-STATUS = "00"
               PERFORM UNTIL WS-WEIGHT-STATUS = "10"
                   OR WS-TOTAL-PESOS = 60
                   READ WEIGHT-FILE
                       AT END
                           MOVE "10" TO WS-WEIGHT-STATUS
                               TO WS-PESO-A(WS-TOTAL-PESOS)
                           MOVE WT-PESO-B
                               TO WS-PESO-B(WS-TOTAL-PESOS)
                           MOVE WT-VIGENCIA
                               TO WS-PESO-VIGENCIA(WS-TOTAL-PESOS)
                   END-READ
               END-PERFORM
               CLOSE WEIGHT-FILE
           END-IF.

       LISTAR-PESOS.
           PERFORM EXIBIR-LEGENDA-VIGENCIA.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL-PESOS
               PERFORM DELIMITAR-PESO
               DISPLAY WS-INDICE ": " WS-PESO-CURSO(WS-INDICE)
                   " DESDE " WS-VIG-DISP
                   " A=" WS-PESO-A(WS-INDICE)
                   " B=" WS-PESO-B(WS-INDICE)
                   WS-SITUACAO-VIG
           END-PERFORM.

       DELIMITAR-PESO.
           MOVE WS-PESO-VIGENCIA(WS-INDICE) TO WS-VIG-INICIO.
           MOVE HIGH-VALUES TO WS-VIG-FIM.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-PESOS
               IF WS-PESO-CURSO(WS-J) = WS-PESO-CURSO(WS-INDICE)
                   AND WS-PESO-VIGENCIA(WS-J) > WS-VIG-INICIO
                   AND WS-PESO-VIGENCIA(WS-J) < WS-VIG-FIM
                   MOVE WS-PESO-VIGENCIA(WS-J) TO WS-VIG-FIM
               END-IF
           END-PERFORM.
           PERFORM AVALIAR-VIGENCIA.

       POSICIONAR-PESO.
           MOVE 0 TO WS-POSICAO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-PESOS
               IF WS-PESO-CURSO(WS-J) = WS-CURSO-NOVO
                   AND WS-PESO-VIGENCIA(WS-J) > WS-VIG-NOVA
                   AND WS-POSICAO = 0
                   MOVE WS-J TO WS-POSICAO
               END-IF
           END-PERFORM.
           IF WS-POSICAO = 0
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-PESOS
                   IF WS-PESO-CURSO(WS-J) = WS-CURSO-NOVO
                       COMPUTE WS-POSICAO = WS-J + 1
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-POSICAO = 0
               COMPUTE WS-POSICAO = WS-TOTAL-PESOS + 1
           END-IF.
           PERFORM VARYING WS-J FROM WS-TOTAL-PESOS BY -1
               UNTIL WS-J < WS-POSICAO
               MOVE WS-PESO-ENTRY(WS-J) TO WS-PESO-ENTRY(WS-J + 1)
           END-PERFORM.
           ADD 1 TO WS-TOTAL-PESOS.

       PEDIR-PESOS-NOVOS.
           DISPLAY "PESO A (0-100):".
           ACCEPT WS-VALOR-TEXTO.
           COMPUTE WS-SOMA-PESOS = WS-PESO-NOVO-1 + WS-PESO-NOVO-2.

       ADICIONAR-PESO.
           IF WS-TOTAL-PESOS >= 60
               DISPLAY "ARQUIVO CHEIO (MAX 60)."
           ELSE
               DISPLAY "CURSO (EX: MEDIA):"
               ACCEPT WS-CURSO-NOVO
               MOVE "PESOS" TO WS-ROTULO-ARQUIVO
               PERFORM PEDIR-VIGENCIA-NOVA
               MOVE "N" TO WS-DUPLICADO
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-PESOS
                   IF WS-PESO-CURSO(WS-J) = WS-CURSO-NOVO
                       AND WS-PESO-VIGENCIA(WS-J) = WS-VIG-NOVA
                       MOVE "S" TO WS-DUPLICADO
                   END-IF
               END-PERFORM
               IF VIGENCIA-VALIDA
                   IF CURSO-DUPLICADO
                       DISPLAY "CURSO JA CADASTRADO NESTA VIGENCIA - "
                           "USE ALTERAR."
                   ELSE
                       PERFORM PEDIR-PESOS-NOVOS
                       IF WS-SOMA-PESOS NOT = 100
                           DISPLAY "PESOS NAO SOMAM 100 (SOMA="
                               WS-SOMA-PESOS "). NAO GRAVADO."
                       ELSE
                           PERFORM POSICIONAR-PESO
                           MOVE WS-CURSO-NOVO
                               TO WS-PESO-CURSO(WS-POSICAO)
                           MOVE WS-PESO-NOVO-1
                               TO WS-PESO-A(WS-POSICAO)
                           MOVE WS-PESO-NOVO-2
                               TO WS-PESO-B(WS-POSICAO)
                           MOVE WS-VIG-NOVA
                               TO WS-PESO-VIGENCIA(WS-POSICAO)
                           MOVE "S" TO WS-ALTERADO-PESOS
                           MOVE SPACES TO WS-AUDIT-MSG
                           STRING "PESOS INCLUIDOS: " DELIMITED BY SIZE
                               WS-CURSO-NOVO DELIMITED BY SIZE
                               " VIG=" DELIMITED BY SIZE
                               WS-VIG-NOVA DELIMITED BY SIZE
                               " A=" DELIMITED BY SIZE
                               WS-PESO-NOVO-1 DELIMITED BY SIZE
                               " B=" DELIMITED BY SIZE
                               WS-PESO-NOVO-2 DELIMITED BY SIZE
                               INTO WS-AUDIT-MSG
                           END-STRING
                           PERFORM GRAVAR-AUDITORIA
                           DISPLAY "PESOS ADICIONADOS."
                       END-IF
                   END-IF
               END-IF
           END-IF.
               DISPLAY "NUMERO DO CURSO A ALTERAR:"
               ACCEPT WS-INDICE
               IF WS-INDICE >= 1 AND WS-INDICE <= WS-TOTAL-PESOS
                   PERFORM DELIMITAR-PESO
                   IF LINHA-TRAVADA
                       MOVE "PESOS" TO WS-ROTULO-ARQUIVO
                       MOVE WS-PESO-CURSO(WS-INDICE)
                           TO WS-CURSO-NOVO
                       PERFORM RECUSAR-RETROATIVA
                   ELSE
                       PERFORM PEDIR-PESOS-NOVOS
                       IF WS-SOMA-PESOS NOT = 100
                           DISPLAY "PESOS NAO SOMAM 100 (SOMA="
                               WS-SOMA-PESOS "). NAO GRAVADO."
                       ELSE
                           MOVE SPACES TO WS-AUDIT-MSG
                           STRING "PESOS ALTERADOS: " DELIMITED BY SIZE
                               WS-PESO-CURSO(WS-INDICE)
                               DELIMITED BY SIZE
                               " VIG=" DELIMITED BY SIZE
                               WS-VIG-DISP DELIMITED BY SIZE
                               " ANTES=" DELIMITED BY SIZE
                               WS-PESO-A(WS-INDICE) DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               WS-PESO-B(WS-INDICE) DELIMITED BY SIZE
                               " DEPOIS=" DELIMITED BY SIZE
                               WS-PESO-NOVO-1 DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               WS-PESO-NOVO-2 DELIMITED BY SIZE
                               INTO WS-AUDIT-MSG
                           END-STRING
                           MOVE WS-PESO-NOVO-1
                               TO WS-PESO-A(WS-INDICE)
                           MOVE WS-PESO-NOVO-2
                               TO WS-PESO-B(WS-INDICE)
                           MOVE "S" TO WS-ALTERADO-PESOS
                           PERFORM GRAVAR-AUDITORIA
                           DISPLAY "PESOS ALTERADOS."
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "NUMERO INVALIDO."
               MOVE WS-PESO-CURSO(WS-INDICE) TO WT-COURSE-ID
               MOVE WS-PESO-A(WS-INDICE) TO WT-PESO-A
               MOVE WS-PESO-B(WS-INDICE) TO WT-PESO-B
               MOVE WS-PESO-VIGENCIA(WS-INDICE) TO WT-VIGENCIA
               WRITE WEIGHT-RECORD
           END-PERFORM.
           CLOSE WEIGHT-FILE.
           OPEN INPUT WEIGHT3-FILE.
           IF WS-WEIGHT3-STATUS = "00"
               PERFORM UNTIL WS-WEIGHT3-STATUS = "10"
                   OR WS-TOTAL-PESOS3 = 60
                   READ WEIGHT3-FILE
                       AT END
                           MOVE "10" TO WS-WEIGHT3-STATUS
                               TO WS-PESO3-P2(WS-TOTAL-PESOS3)
                           MOVE W3-PESO-ATIV
                               TO WS-PESO3-ATIV(WS-TOTAL-PESOS3)
                           MOVE W3-VIGENCIA
                               TO WS-PESO3-VIGENCIA(WS-TOTAL-PESOS3)
                   END-READ
               END-PERFORM
               CLOSE WEIGHT3-FILE
           END-IF.

       LISTAR-PESOS3.
           PERFORM EXIBIR-LEGENDA-VIGENCIA.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL-PESOS3
               PERFORM DELIMITAR-PESO3
               DISPLAY WS-INDICE ": " WS-PESO3-CURSO(WS-INDICE)
                   " DESDE " WS-VIG-DISP
                   " P1=" WS-PESO3-P1(WS-INDICE)
                   " P2=" WS-PESO3-P2(WS-INDICE)
                   " ATIV=" WS-PESO3-ATIV(WS-INDICE)
                   WS-SITUACAO-VIG
           END-PERFORM.

       DELIMITAR-PESO3.
           MOVE WS-PESO3-VIGENCIA(WS-INDICE) TO WS-VIG-INICIO.
           MOVE HIGH-VALUES TO WS-VIG-FIM.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-PESOS3
               IF WS-PESO3-CURSO(WS-J) = WS-PESO3-CURSO(WS-INDICE)
                   AND WS-PESO3-VIGENCIA(WS-J) > WS-VIG-INICIO
                   AND WS-PESO3-VIGENCIA(WS-J) < WS-VIG-FIM
                   MOVE WS-PESO3-VIGENCIA(WS-J) TO WS-VIG-FIM
               END-IF
           END-PERFORM.
           PERFORM AVALIAR-VIGENCIA.

       POSICIONAR-PESO3.
           MOVE 0 TO WS-POSICAO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-PESOS3
               IF WS-PESO3-CURSO(WS-J) = WS-CURSO-NOVO
                   AND WS-PESO3-VIGENCIA(WS-J) > WS-VIG-NOVA
                   AND WS-POSICAO = 0
                   MOVE WS-J TO WS-POSICAO
               END-IF
           END-PERFORM.
           IF WS-POSICAO = 0
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-PESOS3
                   IF WS-PESO3-CURSO(WS-J) = WS-CURSO-NOVO
                       COMPUTE WS-POSICAO = WS-J + 1
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-POSICAO = 0
               COMPUTE WS-POSICAO = WS-TOTAL-PESOS3 + 1
           END-IF.
           PERFORM VARYING WS-J FROM WS-TOTAL-PESOS3 BY -1
               UNTIL WS-J < WS-POSICAO
               MOVE WS-PESO3-ENTRY(WS-J) TO WS-PESO3-ENTRY(WS-J + 1)
           END-PERFORM.
           ADD 1 TO WS-TOTAL-PESOS3.

       PEDIR-PESOS3-NOVOS.
           DISPLAY "PESO P1 (0-100):".
           ACCEPT WS-VALOR-TEXTO.
               WS-PESO-NOVO-1 + WS-PESO-NOVO-2 + WS-PESO-NOVO-3.

       ADICIONAR-PESO3.
           IF WS-TOTAL-PESOS3 >= 60
               DISPLAY "ARQUIVO CHEIO (MAX 60)."
           ELSE
               DISPLAY "CURSO (EX: EXER08):"
               ACCEPT WS-CURSO-NOVO
               MOVE "PESOS3" TO WS-ROTULO-ARQUIVO
               PERFORM PEDIR-VIGENCIA-NOVA
               MOVE "N" TO WS-DUPLICADO
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-PESOS3
                   IF WS-PESO3-CURSO(WS-J) = WS-CURSO-NOVO
                       AND WS-PESO3-VIGENCIA(WS-J) = WS-VIG-NOVA
                       MOVE "S" TO WS-DUPLICADO
                   END-IF
               END-PERFORM
               IF VIGENCIA-VALIDA
                   IF CURSO-DUPLICADO
                       DISPLAY "CURSO JA CADASTRADO NESTA VIGENCIA - "
                           "USE ALTERAR."
                   ELSE
                       PERFORM PEDIR-PESOS3-NOVOS
                       IF WS-SOMA-PESOS NOT = 100
                           DISPLAY "PESOS NAO SOMAM 100 (SOMA="
                               WS-SOMA-PESOS "). NAO GRAVADO."
                       ELSE
                           PERFORM POSICIONAR-PESO3
                           MOVE WS-CURSO-NOVO
                               TO WS-PESO3-CURSO(WS-POSICAO)
                           MOVE WS-PESO-NOVO-1
                               TO WS-PESO3-P1(WS-POSICAO)
                           MOVE WS-PESO-NOVO-2
                               TO WS-PESO3-P2(WS-POSICAO)
                           MOVE WS-PESO-NOVO-3
                               TO WS-PESO3-ATIV(WS-POSICAO)
                           MOVE WS-VIG-NOVA
                               TO WS-PESO3-VIGENCIA(WS-POSICAO)
                           MOVE "S" TO WS-ALTERADO-PESOS3
                           MOVE SPACES TO WS-AUDIT-MSG
                           STRING "PESOS3 INCLUIDOS: " DELIMITED BY SIZE
                               WS-CURSO-NOVO DELIMITED BY SIZE
                               " VIG=" DELIMITED BY SIZE
                               WS-VIG-NOVA DELIMITED BY SIZE
                               " P1=" DELIMITED BY SIZE
                               WS-PESO-NOVO-1 DELIMITED BY SIZE
                               " P2=" DELIMITED BY SIZE
                               WS-PESO-NOVO-2 DELIMITED BY SIZE
                               " ATIV=" DELIMITED BY SIZE
                               WS-PESO-NOVO-3 DELIMITED BY SIZE
                               INTO WS-AUDIT-MSG
                           END-STRING
                           PERFORM GRAVAR-AUDITORIA
                           DISPLAY "PESOS ADICIONADOS."
                       END-IF
                   END-IF
               END-IF
           END-IF.
               DISPLAY "NUMERO DO CURSO A ALTERAR:"
               ACCEPT WS-INDICE
               IF WS-INDICE >= 1 AND WS-INDICE <= WS-TOTAL-PESOS3
                   PERFORM DELIMITAR-PESO3
                   IF LINHA-TRAVADA
                       MOVE "PESOS3" TO WS-ROTULO-ARQUIVO
                       MOVE WS-PESO3-CURSO(WS-INDICE)
                           TO WS-CURSO-NOVO
                       PERFORM RECUSAR-RETROATIVA
                   ELSE
                       PERFORM PEDIR-PESOS3-NOVOS
                       IF WS-SOMA-PESOS NOT = 100
                           DISPLAY "PESOS NAO SOMAM 100 (SOMA="
                               WS-SOMA-PESOS "). NAO GRAVADO."
                       ELSE
                           MOVE SPACES TO WS-AUDIT-MSG
                           STRING "PESOS3 ALTERADOS: " DELIMITED BY SIZE
                               WS-PESO3-CURSO(WS-INDICE)
                               DELIMITED BY SIZE
                               " VIG=" DELIMITED BY SIZE
                               WS-VIG-DISP DELIMITED BY SIZE
                               " ANTES=" DELIMITED BY SIZE
                               WS-PESO3-P1(WS-INDICE) DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               WS-PESO3-P2(WS-INDICE) DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               WS-PESO3-ATIV(WS-INDICE)
                               DELIMITED BY SIZE
                               " DEPOIS=" DELIMITED BY SIZE
                               WS-PESO-NOVO-1 DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               WS-PESO-NOVO-2 DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               WS-PESO-NOVO-3 DELIMITED BY SIZE
                               INTO WS-AUDIT-MSG
                           END-STRING
                           MOVE WS-PESO-NOVO-1
                               TO WS-PESO3-P1(WS-INDICE)
                           MOVE WS-PESO-NOVO-2
                               TO WS-PESO3-P2(WS-INDICE)
                           MOVE WS-PESO-NOVO-3
                               TO WS-PESO3-ATIV(WS-INDICE)
                           MOVE "S" TO WS-ALTERADO-PESOS3
                           PERFORM GRAVAR-AUDITORIA
                           DISPLAY "PESOS ALTERADOS."
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "NUMERO INVALIDO."
               MOVE WS-PESO3-P1(WS-INDICE) TO W3-PESO-P1
               MOVE WS-PESO3-P2(WS-INDICE) TO W3-PESO-P2
               MOVE WS-PESO3-ATIV(WS-INDICE) TO W3-PESO-ATIV
               MOVE WS-PESO3-VIGENCIA(WS-INDICE) TO W3-VIGENCIA
               WRITE WEIGHT3-RECORD
           END-PERFORM.
           CLOSE WEIGHT3-FILE.

      ******************************************************************
      * Vigencia das linhas (RULEVIG.cpy)
      ******************************************************************
       CARREGAR-TERMOS.
           MOVE SPACES TO WS-TERM-STATUS.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-TERM-STATUS = "10"
                   READ TERM-FILE
                       AT END
                           MOVE "10" TO WS-TERM-STATUS
                       NOT AT END
                           IF TR-ABERTO AND WS-TERMO-ABERTO = SPACES
                               MOVE TR-TERM-ID TO WS-TERMO-ABERTO
                           END-IF
                           IF TR-FECHADO AND WS-TOTAL-FECHADOS < 40
                               ADD 1 TO WS-TOTAL-FECHADOS
                               MOVE TR-TERM-ID TO
                                   WS-FECHADO-TERMO(WS-TOTAL-FECHADOS)
                               IF TR-TERM-ID > WS-ULTIMO-FECHADO
                                   MOVE TR-TERM-ID
                                       TO WS-ULTIMO-FECHADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF.

       EXIBIR-LEGENDA-VIGENCIA.
           DISPLAY "DESDE = TERMO A PARTIR DO QUAL A LINHA VALE "
               "(INICIAL = DESDE SEMPRE). TERMO ABERTO: "
               WS-TERMO-ABERTO.
           DISPLAY "TRAVADA = JA USADA EM TERMO FECHADO, NAO PODE "
               "SER ALTERADA.".

      * WS-VIG-INICIO/WS-VIG-FIM hold the span the DELIMITAR-
      * paragraph found: a closed term inside it locks the line,
      * the open term inside it makes it the line in force.
       AVALIAR-VIGENCIA.
           MOVE "N" TO WS-TRAVADA.
           MOVE "N" TO WS-EM-VIGOR.
           MOVE SPACES TO WS-TERMO-TRAVA.
           PERFORM VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-TOTAL-FECHADOS
               IF WS-FECHADO-TERMO(WS-F) NOT < WS-VIG-INICIO
                   AND WS-FECHADO-TERMO(WS-F) < WS-VIG-FIM
                   MOVE "S" TO WS-TRAVADA
                   MOVE WS-FECHADO-TERMO(WS-F) TO WS-TERMO-TRAVA
               END-IF
           END-PERFORM.
           IF WS-TERMO-ABERTO NOT = SPACES
               AND WS-TERMO-ABERTO NOT < WS-VIG-INICIO
               AND WS-TERMO-ABERTO < WS-VIG-FIM
               MOVE "S" TO WS-EM-VIGOR
           END-IF.
           IF WS-VIG-INICIO = SPACES
               MOVE "INICIAL" TO WS-VIG-DISP
           ELSE
               MOVE WS-VIG-INICIO TO WS-VIG-DISP
           END-IF.
           MOVE SPACES TO WS-SITUACAO-VIG.
           IF LINHA-EM-VIGOR AND LINHA-TRAVADA
               MOVE " EM VIGOR,TRAVADA" TO WS-SITUACAO-VIG
           ELSE
               IF LINHA-EM-VIGOR
                   MOVE " EM VIGOR" TO WS-SITUACAO-VIG
               END-IF
               IF LINHA-TRAVADA
                   MOVE " TRAVADA" TO WS-SITUACAO-VIG
               END-IF
           END-IF.

      * The term a new line is in force from: ENTER takes the open
      * term. A closed term, or one before the last closed term,
      * would regrade history and is refused.
       PEDIR-VIGENCIA-NOVA.
           MOVE "S" TO WS-VIG-VALIDA.
           DISPLAY "VIGENTE A PARTIR DO TERMO (ENTER = "
               WS-TERMO-ABERTO "):".
           ACCEPT WS-VIG-NOVA.
           IF WS-VIG-NOVA = SPACES
               MOVE WS-TERMO-ABERTO TO WS-VIG-NOVA
           END-IF.
           IF WS-VIG-NOVA = SPACES
               MOVE "N" TO WS-VIG-VALIDA
               DISPLAY "NENHUM TERMO ABERTO EM ACADEMIC-TERM.DAT - "
                   "INFORME O TERMO DA VIGENCIA. NAO GRAVADO."
           ELSE
               IF WS-ULTIMO-FECHADO NOT = SPACES
                   AND WS-VIG-NOVA NOT > WS-ULTIMO-FECHADO
                   MOVE "N" TO WS-VIG-VALIDA
                   DISPLAY "VIGENCIA " WS-VIG-NOVA " NAO POSTERIOR "
                       "AO ULTIMO TERMO FECHADO (" WS-ULTIMO-FECHADO
                       ") - INCLUSAO RETROATIVA RECUSADA."
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "INCLUSAO RETROATIVA RECUSADA: "
                       DELIMITED BY SIZE
                       WS-ROTULO-ARQUIVO DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-CURSO-NOVO DELIMITED BY SIZE
                       " VIG=" DELIMITED BY SIZE
                       WS-VIG-NOVA DELIMITED BY SIZE
                       " FECHADO=" DELIMITED BY SIZE
                       WS-ULTIMO-FECHADO DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   PERFORM GRAVAR-AUDITORIA
               END-IF
           END-IF.

      * A line already in force for a closed term is the rule that
      * term was graded under; the new value has to go in as a new
      * line from the open term.
       RECUSAR-RETROATIVA.
           DISPLAY "LINHA EM VIGOR NO TERMO FECHADO " WS-TERMO-TRAVA
               " - ALTERACAO RETROATIVA RECUSADA.".
           DISPLAY "USE ADICIONAR COM VIGENCIA A PARTIR DO TERMO "
               "ABERTO " WS-TERMO-ABERTO ".".
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "ALTERACAO RETROATIVA RECUSADA: " DELIMITED BY SIZE
               WS-ROTULO-ARQUIVO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-CURSO-NOVO DELIMITED BY SIZE
               " VIG=" DELIMITED BY SIZE
               WS-VIG-DISP DELIMITED BY SIZE
               " FECHADO=" DELIMITED BY SIZE
               WS-TERMO-TRAVA DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "CTRL-MANUT" TO AU-PROGRAM.
