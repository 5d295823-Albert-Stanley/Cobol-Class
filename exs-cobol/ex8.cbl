               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT APROV-FILE ASSIGN TO "APROVEITAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROV-STATUS.
           SELECT APROV-RULES-FILE ASSIGN TO "APROV-RULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROV-RULES-STATUS.

           SELECT GRADE-SCALE-FILE ASSIGN TO "GRADE-SCALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALA-STATUS.
           COPY STANDING.


       FD  APROV-FILE.
           COPY APROVEIT.

       FD  APROV-RULES-FILE.
           COPY APROVRUL.

       FD  GRADE-SCALE-FILE.
           COPY GRDSCALE.

               10 WS-ESCALA-BANDA OCCURS 5 TIMES.
                   15 WS-ESCALA-MINIMO PIC 9(2)V9(2).
                   15 WS-ESCALA-LETRA  PIC X(01).
               10 WS-ESCALA-VIGENCIA PIC X(06).
       01 WS-TOTAL-ESCALAS   PIC 9(2) VALUE 0.
       01 WS-ESCALA-LIDA     PIC X VALUE "N".
           88 ESCALA-LIDA    VALUE "S".
             10 NOTA-FINAL    PIC 9(3)V99.
             10 RESULTADO-DISC PIC X(9).
             10 CARGA-DISC    PIC 9(02).
             10 APROV-DISC    PIC X(01).
                88 DISC-APROVEITADA VALUE "S".
       01 IDX           PIC 9(02) VALUE 1.
       01 WS-TOTAL-DISCIPLINAS PIC 9(02) VALUE 0.
       01 WS-DISC-STATUS   PIC X(2) VALUE SPACES.
       01 WS-TERM-STATUS   PIC X(2) VALUE SPACES.
       01 WS-STANDING-STATUS PIC X(2) VALUE SPACES.
       01 WS-TERMO-ATUAL   PIC X(6) VALUE SPACES.
       01 WS-APROV-STATUS  PIC X(2) VALUE SPACES.
       01 WS-APROV-RULES-STATUS PIC X(2) VALUE SPACES.
       01 WS-APROV-NO-GPA  PIC X VALUE "N".
           88 APROV-CONTA-GPA VALUE "S".
       01 WS-APROV-INDICE  PIC 9(02) VALUE 0.
       01 WS-APROV-SOMA-NOTAS PIC 9(6)V99 VALUE 0.
       01 WS-APROV-SOMA-CARGAS PIC 9(4) VALUE 0.
       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(80) VALUE SPACES.
       COPY RULEVIG.

       PROCEDURE DIVISION.

       DISPLAY "ALUNO: " WS-STUDENT-NOME.

       PERFORM LER-TERMO-ABERTO.
      * Cutoff, weights and letter scale are the lines in force for
      * the open term (RULEVIG.cpy); with no term open, the latest.
       MOVE WS-TERMO-ATUAL TO WS-VIG-TERMO.
       IF WS-VIG-TERMO = SPACES
           MOVE HIGH-VALUES TO WS-VIG-TERMO
       END-IF.
       PERFORM CARREGAR-DISCIPLINAS.
       PERFORM LER-LIMITE-APROVACAO.
       PERFORM LER-PESOS.
       PERFORM LER-REGRAS-APROVEITAMENTO.
       PERFORM CALCULAR-NOTAS-FINAIS.
       PERFORM CARREGAR-APROVEITAMENTOS.
       PERFORM CALCULAR-GPA.
       PERFORM GRAVAR-SITUACAO.

           END-IF.

       LER-LIMITE-APROVACAO.
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
           END-IF.

       LER-PESOS.
           MOVE "N" TO WS-VIG-ACHOU.
           OPEN INPUT WEIGHT3-FILE.
           IF WS-WEIGHT-STATUS = "00"
               PERFORM UNTIL WS-WEIGHT-STATUS = "10"
                           MOVE "10" TO WS-WEIGHT-STATUS
                       NOT AT END
                           IF W3-COURSE-ID = WS-COURSE-ID
                               AND W3-VIGENCIA NOT > WS-VIG-TERMO
                               AND (NOT VIG-ACHOU
                                   OR W3-VIGENCIA
                                       > WS-VIG-ESCOLHIDA)
                               MOVE W3-PESO-P1 TO WS-PESO-P1
                               MOVE W3-PESO-P2 TO WS-PESO-P2
                               MOVE W3-PESO-ATIV TO WS-PESO-ATIV
                               MOVE W3-VIGENCIA TO WS-VIG-ESCOLHIDA
                               MOVE "S" TO WS-VIG-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-PERFORM.

      * Transfer-credit switch (APROVRUL.cpy): GPA-INCLUI above zero
      * counts each aproveitamento in the GPA; no file or no line
      * leaves them out.
       LER-REGRAS-APROVEITAMENTO.
           MOVE "N" TO WS-APROV-NO-GPA.
           MOVE SPACES TO WS-APROV-RULES-STATUS.
           OPEN INPUT APROV-RULES-FILE.
           IF WS-APROV-RULES-STATUS = "00"
               PERFORM UNTIL WS-APROV-RULES-STATUS = "10"
                   READ APROV-RULES-FILE
                       AT END
                           MOVE "10" TO WS-APROV-RULES-STATUS
                       NOT AT END
                           IF AR-CHAVE = "GPA-INCLUI"
                               AND AR-VALOR > 0
                               MOVE "S" TO WS-APROV-NO-GPA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APROV-RULES-FILE
           END-IF.

      * A discipline the student was credited by aproveitamento
      * (APROVEIT.cpy) carries the grade brought in and the credited
      * hours, marked AP; it is joined to the catalog by the first
      * ten characters of DISC-NOME. A credit for a course the
      * catalog does not list only reaches the GPA through the
      * switch, in the side totals.
       CARREGAR-APROVEITAMENTOS.
           MOVE 0 TO WS-APROV-SOMA-NOTAS WS-APROV-SOMA-CARGAS.
           MOVE SPACES TO WS-APROV-STATUS.
           OPEN INPUT APROV-FILE.
           IF WS-APROV-STATUS = "00"
               PERFORM UNTIL WS-APROV-STATUS = "10"
                   READ APROV-FILE
                       AT END
                           MOVE "10" TO WS-APROV-STATUS
                       NOT AT END
                           IF AP-STUDENT-ID = WS-STUDENT-ID
                               PERFORM LOCALIZAR-E-GRAVAR-APROV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APROV-FILE
           END-IF.

       LOCALIZAR-E-GRAVAR-APROV.
           MOVE 0 TO WS-APROV-INDICE.
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > WS-TOTAL-DISCIPLINAS
               IF NOME-DISCIPLINA(IDX)(1:10) = AP-COURSE-ID
                   MOVE IDX TO WS-APROV-INDICE
               END-IF
           END-PERFORM.
           IF WS-APROV-INDICE = 0
               COMPUTE WS-APROV-SOMA-NOTAS = WS-APROV-SOMA-NOTAS
                   + AP-NOTA * AP-CARGA-HORARIA
               ADD AP-CARGA-HORARIA TO WS-APROV-SOMA-CARGAS
           ELSE
               MOVE "S" TO APROV-DISC(WS-APROV-INDICE)
               MOVE AP-NOTA TO NOTA-FINAL(WS-APROV-INDICE)
               MOVE AP-CARGA-HORARIA TO CARGA-DISC(WS-APROV-INDICE)
               MOVE "AP" TO RESULTADO-DISC(WS-APROV-INDICE)
           END-IF.

      * Institutional GPA is credit-weighted: each NOTA-FINAL counts
      * by the discipline's DISC-CARGA-HORARIA. Catalogs written
      * before the hours existed read as zero - those disciplines
      * fall back to weight 1 so the division still makes sense.
      * Disciplines credited by aproveitamento count only when the
      * GPA-INCLUI switch is on.
       CALCULAR-GPA.
           MOVE 0 TO WS-SOMA-FINAIS WS-SOMA-CARGAS.
           PERFORM VARYING IDX FROM 1 BY 1
               IF CARGA-DISC(IDX) = 0
                   MOVE 1 TO CARGA-DISC(IDX)
               END-IF
               IF NOT DISC-APROVEITADA(IDX) OR APROV-CONTA-GPA
                   COMPUTE WS-SOMA-FINAIS = WS-SOMA-FINAIS
                       + NOTA-FINAL(IDX) * CARGA-DISC(IDX)
                   ADD CARGA-DISC(IDX) TO WS-SOMA-CARGAS
               END-IF
           END-PERFORM.
           IF APROV-CONTA-GPA
               ADD WS-APROV-SOMA-NOTAS TO WS-SOMA-FINAIS
               ADD WS-APROV-SOMA-CARGAS TO WS-SOMA-CARGAS
           END-IF.
           IF WS-TOTAL-DISCIPLINAS = 0 OR WS-SOMA-CARGAS = 0
               MOVE 0 TO WS-GPA
               MOVE "SEM DISCIPLINAS" TO WS-STANDING
               DISPLAY "ERRO: NENHUMA DISCIPLINA CADASTRADA. "
           ADD 1 TO WS-PRINT-LINHA.

      * Letter-grade conversion against the GRADE-SCALE.DAT bands
      * (see GRDSCALE.cpy): the course's own line in force for the
      * term when it has one, the DEFAULT line in force otherwise
      * (RULEVIG.cpy); the first band the media reaches is the
      * letter.
       CARREGAR-ESCALA.
           IF NOT ESCALA-LIDA
               MOVE "S" TO WS-ESCALA-LIDA
           PERFORM CARREGAR-ESCALA.
           MOVE "?" TO WS-LETRA.
           MOVE 0 TO WS-ESCALA-USO.
           MOVE "N" TO WS-VIG-ACHOU.
           PERFORM VARYING WS-ESCALA-I FROM 1 BY 1
               UNTIL WS-ESCALA-I > WS-TOTAL-ESCALAS
               IF WS-ESCALA-CURSO(WS-ESCALA-I) = WS-LETRA-CURSO
                   AND WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                       NOT > WS-VIG-TERMO
                   AND (NOT VIG-ACHOU
                       OR WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                           NOT < WS-VIG-ESCOLHIDA)
                   MOVE WS-ESCALA-I TO WS-ESCALA-USO
                   MOVE WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                       TO WS-VIG-ESCOLHIDA
                   MOVE "S" TO WS-VIG-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ESCALA-USO = 0
               MOVE "N" TO WS-VIG-ACHOU-PADRAO
               PERFORM VARYING WS-ESCALA-I FROM 1 BY 1
                   UNTIL WS-ESCALA-I > WS-TOTAL-ESCALAS
                   IF WS-ESCALA-CURSO(WS-ESCALA-I) = "DEFAULT"
                       AND WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                           NOT > WS-VIG-TERMO
                       AND (NOT VIG-ACHOU-PADRAO
                           OR WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                               NOT < WS-VIG-ESCOLHIDA-PADRAO)
                       MOVE WS-ESCALA-I TO WS-ESCALA-USO
                       MOVE WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                           TO WS-VIG-ESCOLHIDA-PADRAO
                       MOVE "S" TO WS-VIG-ACHOU-PADRAO
                   END-IF
               END-PERFORM
           END-IF.
