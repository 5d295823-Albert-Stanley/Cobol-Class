      *          file - PORTAL-CONSOLIDADO.DAT - covering all the
      *          grading programs, appending to
      *          PORTAL-REGISTER.DAT a register of what was sent and
      *          when. Names come from a sorted table of STUDENT.DAT
      *          (TABMEST.cpy) searched by halving; a master past its
      *          capacity stops the run before anything is submitted.
      *          Each letter is taken from the GRADE-SCALE.DAT line in
      *          force for the row's term (RULEVIG.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WS-ESCALA-BANDA OCCURS 5 TIMES.
                   15 WS-ESCALA-MINIMO PIC 9(2)V9(2).
                   15 WS-ESCALA-LETRA  PIC X(01).
               10 WS-ESCALA-VIGENCIA PIC X(06).
       01 WS-TOTAL-ESCALAS   PIC 9(2) VALUE 0.
       01 WS-ESCALA-LIDA     PIC X VALUE "N".
           88 ESCALA-LIDA    VALUE "S".
       01 WS-PORTAL-STATUS   PIC X(2) VALUE SPACES.
       01 WS-REGISTER-STATUS PIC X(2) VALUE SPACES.

           COPY TABMEST.
           COPY RULEVIG.

       01 WS-NOME-ALUNO      PIC X(30) VALUE SPACES.
       01 WS-ENVIADAS        PIC 9(4) VALUE 0.
       01 WS-DATA-ENVIO      PIC X(19) VALUE SPACES.
           STOP RUN.

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
                   WS-TA-MAXIMO "). SUBMISSAO NAO GERADA."
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

       SUBMETER-LINHA.
           MOVE "ALUNO NAO CADASTRADO" TO WS-NOME-ALUNO.
           MOVE SG-STUDENT-ID TO WS-TB-CHAVE.
           PERFORM LOCALIZAR-TABELA-ALUNO.
           IF TB-ACHOU
               MOVE WS-TA-NOME(WS-TB-POS) TO WS-NOME-ALUNO
           END-IF.
           MOVE SG-MEDIA TO WS-MEDIA-DISP.
           MOVE SG-PROGRAMA-ID TO WS-LETRA-CURSO.
           MOVE SG-MEDIA TO WS-LETRA-NOTA.
           MOVE SG-TERMO TO WS-VIG-TERMO.
           IF WS-VIG-TERMO = SPACES
               MOVE HIGH-VALUES TO WS-VIG-TERMO
           END-IF.
           PERFORM CONVERTER-LETRA.
           MOVE SPACES TO PORTAL-LINE.
           STRING SG-STUDENT-ID DELIMITED BY SIZE
           WRITE REGISTER-LINE.

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
