      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Term-end graduation conferral (colacao de grau).
      *          Every active student not yet on the diploma register
      *          is audited against the CURRICULO.DAT requirements
      *          the way AUDITORIA-GRADE does it - a vigente APROVADO
      *          row in STUDENT-GRADES.DAT per required course, and
      *          the credit hours of those courses (DISC-CARGA-
      *          HORARIA, four when the catalog has no line) reaching
      *          the TOTAL line. Students with nothing left are
      *          listed as candidates with their credit-weighted
      *          final average; a candidate with an active hold on
      *          HOLDS.DAT (BLOQUEIO.cpy) is listed apart and is not
      *          offered. The coordinator (nivel 2 on
      *          OPERATOR-MASTER.DAT) confirms each candidate; a
      *          confirmed one gets the next diploma register number
      *          in DIPLOMAS.DAT (DIPLOMA.cpy), taken under
      *          DIPLOMAS.LCK, and status G (ST-FORMADO) in
      *          STUDENT.DAT. Every conferral goes to AUDIT-LOG.DAT.
      *          A transfer credit on APROVEITAMENTOS.DAT
      *          (APROVEIT.cpy) satisfies its requirement with the
      *          hours the coordinator approved, and its grade enters
      *          the final average when GPA-INCLUI is on in
      *          APROV-RULES.DAT (APROVRUL.cpy), as in EXERCICIO08.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLACAO-GRAU.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRIC-FILE ASSIGN TO "CURRICULO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRIC-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT GRADES-FILE ASSIGN TO "STUDENT-GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADES-STATUS.
           SELECT DISCIP-FILE ASSIGN TO "DISCIPLINAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCIP-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT APROV-FILE ASSIGN TO "APROVEITAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROV-STATUS.
           SELECT APROV-RULES-FILE ASSIGN TO "APROV-RULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROV-RULES-STATUS.
           SELECT DIPLOMA-FILE ASSIGN TO "DIPLOMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIPLOMA-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDITLER-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLER-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRIC-FILE.
           COPY CURRIC.

       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  GRADES-FILE.
           COPY STDGRADE.

       FD  DISCIP-FILE.
           COPY DISCIP.

       FD  HOLDS-FILE.
           COPY BLOQUEIO.

       FD  TERM-FILE.
           COPY TERM.

       FD  APROV-FILE.
           COPY APROVEIT.

       FD  APROV-RULES-FILE.
           COPY APROVRUL.

       FD  DIPLOMA-FILE.
           COPY DIPLOMA.

       FD  AUDIT-FILE.
           COPY AUDIT.

      * Second FD on the live log for the chain read (AUDCHAIN.cpy).
       FD  AUDITLER-FILE.
           COPY AUDIT
               REPLACING ==AUDIT-RECORD== BY ==AUDITLER-RECORD==
                         ==AU-TIMESTAMP== BY ==AL-TIMESTAMP==
                         ==AU-PROGRAM==   BY ==AL-PROGRAM==
                         ==AU-MESSAGE==   BY ==AL-MESSAGE==
                         ==AU-OPERATOR==  BY ==AL-OPERATOR==
                         ==AU-SEQ==       BY ==AL-SEQ==
                         ==AU-CHECK==     BY ==AL-CHECK==.

       FD  OPERSES-FILE.
           COPY OPERSES.

       FD  OPERMST-FILE.
           COPY OPERMST.

       FD  LOCK-FILE.
           COPY TRAVREC.

       WORKING-STORAGE SECTION.
       77 WS-CURRIC-STATUS    PIC X(2) VALUE SPACES.
       77 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-GRADES-STATUS    PIC X(2) VALUE SPACES.
       77 WS-DISCIP-STATUS    PIC X(2) VALUE SPACES.
       77 WS-HOLDS-STATUS     PIC X(2) VALUE SPACES.
       77 WS-TERM-STATUS      PIC X(2) VALUE SPACES.
       77 WS-DIPLOMA-STATUS   PIC X(2) VALUE SPACES.
       77 WS-APROV-STATUS     PIC X(2) VALUE SPACES.
       77 WS-APROV-RULES-STATUS PIC X(2) VALUE SPACES.
       77 WS-APROV-NO-GPA     PIC X VALUE "N".
           88 APROV-CONTA-GPA VALUE "S".
       77 WS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS   PIC X(2) VALUE SPACES.
       77 WS-OPERMST-STATUS   PIC X(2) VALUE SPACES.
       77 WS-NIVEL-EXIGIDO    PIC 9(1) VALUE 2.
       77 WS-AUTORIZADO       PIC X VALUE "N".
           88 AUTORIZADO      VALUE "S".
       77 WS-OPERADOR         PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO    PIC X VALUE "N".
           88 OPERADOR-LIDO   VALUE "S".
       COPY SESRESOL.
       COPY LOCKF.
       COPY AUDCHAIN.

       01 WS-CURRIC-PEDIDO   PIC X(10) VALUE SPACES.
       01 WS-TERMO-PEDIDO    PIC X(06) VALUE SPACES.
       01 WS-TERMO-ABERTO    PIC X(06) VALUE SPACES.
       01 WS-DATA-COLACAO    PIC X(08) VALUE SPACES.

       01 WS-TABELA-REQUISITOS.
           05 WS-REQ-ENTRY OCCURS 30 TIMES.
               10 WS-REQ-CURSO    PIC X(10).
               10 WS-REQ-OK       PIC X(01).
                   88 REQ-SATISFEITA  VALUE "S".
       01 WS-TOTAL-REQ       PIC 9(2) VALUE 0.
       01 WS-HORAS-EXIGIDAS  PIC 9(3) VALUE 0.

       01 WS-TABELA-CATALOGO.
           05 WS-CAT-ENTRY OCCURS 30 TIMES.
               10 WS-CAT-NOME  PIC X(40).
               10 WS-CAT-CARGA PIC 9(2).
       01 WS-TOTAL-CATALOGO  PIC 9(2) VALUE 0.

      * Active students not yet on the diploma register.
       01 WS-TABELA-ALUNOS.
           05 WS-ALUNO-ENTRY OCCURS 100 TIMES.
               10 WS-ALUNO-ID   PIC X(10).
               10 WS-ALUNO-NOME PIC X(30).
       01 WS-TOTAL-ALUNOS    PIC 9(3) VALUE 0.

      * Latest vigente APROVADO row per student (position in the
      * table above) and course.
       01 WS-TABELA-APROVACOES.
           05 WS-APR-ENTRY OCCURS 2000 TIMES.
               10 WS-APR-ALUNO  PIC 9(03).
               10 WS-APR-CURSO  PIC X(10).
               10 WS-APR-MEDIA  PIC S9(2)V9(2).
               10 WS-APR-DATA   PIC X(19).
       01 WS-TOTAL-APROVACOES PIC 9(4) VALUE 0.
       01 WS-APROVACOES-FORA  PIC 9(4) VALUE 0.

      * Transfer credits of the students above (APROVEIT.cpy).
       01 WS-TABELA-APROVEITAMENTOS.
           05 WS-APV-ENTRY OCCURS 500 TIMES.
               10 WS-APV-ALUNO  PIC 9(03).
               10 WS-APV-CURSO  PIC X(10).
               10 WS-APV-NOTA   PIC 9(2)V9(2).
               10 WS-APV-CARGA  PIC 9(02).
       01 WS-TOTAL-APROVEITAMENTOS PIC 9(3) VALUE 0.
       01 WS-APROVEITAMENTOS-FORA  PIC 9(3) VALUE 0.

       01 WS-TABELA-BLOQUEIOS.
           05 WS-BLQ-ENTRY OCCURS 200 TIMES.
               10 WS-BLQ-ALUNO  PIC X(10).
               10 WS-BLQ-TIPO   PIC X(03).
       01 WS-TOTAL-BLOQUEIOS PIC 9(3) VALUE 0.

       01 WS-TABELA-REGISTRADOS.
           05 WS-REG-ALUNO OCCURS 500 TIMES PIC X(10).
       01 WS-TOTAL-REGISTRADOS PIC 9(3) VALUE 0.

       01 WS-TABELA-CANDIDATOS.
           05 WS-CAN-ENTRY OCCURS 100 TIMES.
               10 WS-CAN-ID       PIC X(10).
               10 WS-CAN-NOME     PIC X(30).
               10 WS-CAN-HORAS    PIC 9(03).
               10 WS-CAN-MEDIA    PIC 9(02)V9(02).
               10 WS-CAN-CONFIRMA PIC X(01).
                   88 CAN-CONFIRMADO VALUE "S".
               10 WS-CAN-REGISTRO PIC 9(06).
       01 WS-TOTAL-CANDIDATOS PIC 9(3) VALUE 0.
       01 WS-RETIDOS          PIC 9(3) VALUE 0.
       01 WS-CONFIRMADOS      PIC 9(3) VALUE 0.
       01 WS-CONFERIDOS       PIC 9(3) VALUE 0.

      * STUDENT.DAT as read for the status rewrite.
       01 WS-TABELA-CADASTRO.
           05 WS-CAD-REG OCCURS 500 TIMES PIC X(49).
       01 WS-TOTAL-CADASTRO  PIC 9(3) VALUE 0.
       01 WS-CADASTRO-CHEIO  PIC X VALUE "N".
           88 CADASTRO-CHEIO VALUE "S".

       01 WS-I               PIC 9(4).
       01 WS-J               PIC 9(4).
       01 WS-K               PIC 9(4).
       01 WS-ACHADO          PIC 9(4) VALUE 0.
       01 WS-CURSO-BUSCA     PIC X(10) VALUE SPACES.
       01 WS-CARGA-ATUAL     PIC 9(2) VALUE 0.
       01 WS-HORAS-FEITAS    PIC 9(3) VALUE 0.
       01 WS-SOMA-CARGA      PIC 9(5) VALUE 0.
       01 WS-SOMA-PONDERADA  PIC S9(7)V9(2) VALUE 0.
       01 WS-MEDIA-FINAL     PIC 9(2)V9(2) VALUE 0.
       01 WS-FALTAM          PIC 9(2) VALUE 0.
       01 WS-TIPO-BLOQUEIO   PIC X(03) VALUE SPACES.
       01 WS-PROX-NUMERO     PIC 9(06) VALUE 0.
       01 WS-MEDIA-DISP      PIC Z9,99.
       01 WS-AUDIT-MSG       PIC X(90) VALUE SPACES.
       COPY SNCONF.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR.
           DISPLAY "CURRICULO (ENTER = PADRAO): ".
           ACCEPT WS-CURRIC-PEDIDO.
           IF WS-CURRIC-PEDIDO = SPACES
               MOVE "PADRAO" TO WS-CURRIC-PEDIDO
           END-IF.
           PERFORM LER-TERMO-ABERTO.
           DISPLAY "TERMO DA COLACAO (ENTER = " WS-TERMO-ABERTO "): ".
           ACCEPT WS-TERMO-PEDIDO.
           IF WS-TERMO-PEDIDO = SPACES
               MOVE WS-TERMO-ABERTO TO WS-TERMO-PEDIDO
           END-IF.
           IF WS-TERMO-PEDIDO = SPACES
               DISPLAY "NENHUM TERMO ABERTO EM ACADEMIC-TERM.DAT E "
                   "NENHUM INFORMADO. COLACAO CANCELADA."
               STOP RUN
           END-IF.

           PERFORM CARREGAR-REQUISITOS.
           IF WS-TOTAL-REQ = 0
               DISPLAY "CURRICULO " WS-CURRIC-PEDIDO " NAO CONSTA "
                   "EM CURRICULO.DAT. COLACAO CANCELADA."
               STOP RUN
           END-IF.
           PERFORM CARREGAR-CATALOGO.
           PERFORM CARREGAR-REGISTRADOS.
           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-BLOQUEIOS.
           PERFORM CARREGAR-APROVACOES.
           IF WS-APROVACOES-FORA > 0
               DISPLAY "ATENCAO: " WS-APROVACOES-FORA " APROVACAO(OES) "
                   "ALEM DA CAPACIDADE DA TABELA NAO FORAM AVALIADAS."
           END-IF.
           PERFORM LER-REGRAS-APROVEITAMENTO.
           PERFORM CARREGAR-APROVEITAMENTOS.
           IF WS-APROVEITAMENTOS-FORA > 0
               DISPLAY "ATENCAO: " WS-APROVEITAMENTOS-FORA
                   " APROVEITAMENTO(S) ALEM DA CAPACIDADE DA TABELA "
                   "NAO FORAM AVALIADOS."
           END-IF.

           DISPLAY " ".
           DISPLAY "CANDIDATOS A COLACAO DE GRAU - CURRICULO "
               WS-CURRIC-PEDIDO " TERMO " WS-TERMO-PEDIDO.
           DISPLAY "NUM MATRICULA  NOME                           "
               "HORAS MEDIA".
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               PERFORM AVALIAR-ALUNO
           END-PERFORM.
           IF WS-TOTAL-CANDIDATOS = 0
               DISPLAY "NENHUM ALUNO APTO A COLACAO DE GRAU."
               STOP RUN
           END-IF.

           PERFORM VERIFICAR-AUTORIZACAO.
           IF NOT AUTORIZADO
               STOP RUN
           END-IF.
           PERFORM OBTER-DATA-COLACAO.
           PERFORM CONFIRMAR-CANDIDATOS.
           IF WS-CONFIRMADOS = 0
               DISPLAY "NENHUMA COLACAO CONFIRMADA. NADA GRAVADO."
               STOP RUN
           END-IF.
           PERFORM REGISTRAR-DIPLOMAS.
           PERFORM MARCAR-FORMADOS.
           DISPLAY WS-CONFERIDOS " COLACAO(OES) REGISTRADA(S) EM "
               "DIPLOMAS.DAT.".
           STOP RUN.

      * A student with nothing left on the curriculum becomes a
      * candidate; one who still has an active hold is shown but
      * kept out of the confirmation.
       AVALIAR-ALUNO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-REQ
               MOVE "N" TO WS-REQ-OK(WS-J)
           END-PERFORM.
           MOVE 0 TO WS-HORAS-FEITAS WS-SOMA-CARGA.
           MOVE 0 TO WS-SOMA-PONDERADA WS-MEDIA-FINAL.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-APROVACOES
               IF WS-APR-ALUNO(WS-K) = WS-I
                   MOVE WS-APR-CURSO(WS-K) TO WS-CURSO-BUSCA
                   PERFORM OBTER-CARGA
                   ADD WS-CARGA-ATUAL TO WS-SOMA-CARGA
                   COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                       + WS-APR-MEDIA(WS-K) * WS-CARGA-ATUAL
                   PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-TOTAL-REQ
                       IF WS-REQ-CURSO(WS-J) = WS-CURSO-BUSCA
                           AND NOT REQ-SATISFEITA(WS-J)
                           MOVE "S" TO WS-REQ-OK(WS-J)
                           ADD WS-CARGA-ATUAL TO WS-HORAS-FEITAS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-APROVEITAMENTOS
               IF WS-APV-ALUNO(WS-K) = WS-I
                   PERFORM CONTAR-APROVEITAMENTO
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-FALTAM.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-REQ
               IF NOT REQ-SATISFEITA(WS-J)
                   ADD 1 TO WS-FALTAM
               END-IF
           END-PERFORM.
           IF WS-FALTAM = 0 AND WS-HORAS-FEITAS >= WS-HORAS-EXIGIDAS
               IF WS-SOMA-CARGA > 0
                   COMPUTE WS-MEDIA-FINAL ROUNDED =
                       WS-SOMA-PONDERADA / WS-SOMA-CARGA
               END-IF
               MOVE WS-MEDIA-FINAL TO WS-MEDIA-DISP
               MOVE SPACES TO WS-TIPO-BLOQUEIO
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-BLOQUEIOS
                   IF WS-BLQ-ALUNO(WS-J) = WS-ALUNO-ID(WS-I)
                       MOVE WS-BLQ-TIPO(WS-J) TO WS-TIPO-BLOQUEIO
                   END-IF
               END-PERFORM
               IF WS-TIPO-BLOQUEIO NOT = SPACES
                   ADD 1 TO WS-RETIDOS
                   DISPLAY "--- " WS-ALUNO-ID(WS-I) " "
                       WS-ALUNO-NOME(WS-I) " " WS-HORAS-FEITAS "   "
                       WS-MEDIA-DISP "  RETIDO: BLOQUEIO ATIVO "
                       WS-TIPO-BLOQUEIO
               ELSE
                   IF WS-TOTAL-CANDIDATOS < 100
                       ADD 1 TO WS-TOTAL-CANDIDATOS
                       MOVE WS-ALUNO-ID(WS-I)
                           TO WS-CAN-ID(WS-TOTAL-CANDIDATOS)
                       MOVE WS-ALUNO-NOME(WS-I)
                           TO WS-CAN-NOME(WS-TOTAL-CANDIDATOS)
                       MOVE WS-HORAS-FEITAS
                           TO WS-CAN-HORAS(WS-TOTAL-CANDIDATOS)
                       MOVE WS-MEDIA-FINAL
                           TO WS-CAN-MEDIA(WS-TOTAL-CANDIDATOS)
                       MOVE "N"
                           TO WS-CAN-CONFIRMA(WS-TOTAL-CANDIDATOS)
                       MOVE 0
                           TO WS-CAN-REGISTRO(WS-TOTAL-CANDIDATOS)
                       DISPLAY WS-TOTAL-CANDIDATOS " "
                           WS-ALUNO-ID(WS-I) " " WS-ALUNO-NOME(WS-I)
                           " " WS-HORAS-FEITAS "   " WS-MEDIA-DISP
                   END-IF
               END-IF
           END-IF.

      * A transfer credit satisfies a requirement the history has
      * not already satisfied, with the hours the coordinator
      * approved (the AUDITORIA-GRADE rule); its grade is weighted
      * by those hours in the final average only when GPA-INCLUI is
      * on. A course the history also shows passed counts once.
       CONTAR-APROVEITAMENTO.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-APROVACOES
               IF WS-APR-ALUNO(WS-J) = WS-I
                   AND WS-APR-CURSO(WS-J) = WS-APV-CURSO(WS-K)
                   MOVE WS-J TO WS-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACHADO = 0
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-REQ
                   IF WS-REQ-CURSO(WS-J) = WS-APV-CURSO(WS-K)
                       AND NOT REQ-SATISFEITA(WS-J)
                       MOVE "S" TO WS-REQ-OK(WS-J)
                       ADD WS-APV-CARGA(WS-K) TO WS-HORAS-FEITAS
                   END-IF
               END-PERFORM
               IF APROV-CONTA-GPA
                   ADD WS-APV-CARGA(WS-K) TO WS-SOMA-CARGA
                   COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                       + WS-APV-NOTA(WS-K) * WS-APV-CARGA(WS-K)
               END-IF
           END-IF.

       OBTER-DATA-COLACAO.
           MOVE SPACES TO WS-DATA-COLACAO.
           PERFORM UNTIL WS-DATA-COLACAO IS NUMERIC
               DISPLAY "DATA DA COLACAO AAAAMMDD (ENTER = HOJE): "
               ACCEPT WS-DATA-COLACAO
               IF WS-DATA-COLACAO = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-COLACAO
               END-IF
               IF WS-DATA-COLACAO IS NOT NUMERIC
                   DISPLAY "DATA INVALIDA. USE AAAAMMDD."
               END-IF
           END-PERFORM.

       CONFIRMAR-CANDIDATOS.
           MOVE 0 TO WS-CONFIRMADOS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-CANDIDATOS
               MOVE WS-CAN-MEDIA(WS-I) TO WS-MEDIA-DISP
               MOVE SPACES TO WS-SN-RESPOSTA
               PERFORM UNTIL SN-VALIDA
                   DISPLAY "CONFERIR GRAU A " WS-CAN-ID(WS-I) " "
                       WS-CAN-NOME(WS-I) " (MEDIA " WS-MEDIA-DISP
                       ")? (S/N)"
                   ACCEPT WS-SN-RESPOSTA
                   IF NOT SN-VALIDA
                       DISPLAY "RESPOSTA INVALIDA. DIGITE S OU N."
                   END-IF
               END-PERFORM
               IF SN-SIM
                   MOVE "S" TO WS-CAN-CONFIRMA(WS-I)
                   ADD 1 TO WS-CONFIRMADOS
               END-IF
           END-PERFORM.

      * Numbering and append under DIPLOMAS.LCK, the CERT-REGISTRO
      * pattern: the register is re-read under the lock, so a
      * student registered meanwhile from another terminal is not
      * registered twice and no number is stamped twice.
       REGISTRAR-DIPLOMAS.
           MOVE 0 TO WS-CONFERIDOS.
           MOVE "DIPLOMAS.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM CARREGAR-REGISTRADOS.
           OPEN EXTEND DIPLOMA-FILE.
           IF WS-DIPLOMA-STATUS = "35"
               OPEN OUTPUT DIPLOMA-FILE
               CLOSE DIPLOMA-FILE
               OPEN EXTEND DIPLOMA-FILE
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-CANDIDATOS
               IF CAN-CONFIRMADO(WS-I)
                   MOVE 0 TO WS-ACHADO
                   PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-TOTAL-REGISTRADOS
                       IF WS-REG-ALUNO(WS-J) = WS-CAN-ID(WS-I)
                           MOVE WS-J TO WS-ACHADO
                       END-IF
                   END-PERFORM
                   IF WS-ACHADO > 0
                       MOVE "N" TO WS-CAN-CONFIRMA(WS-I)
                       DISPLAY WS-CAN-ID(WS-I) " JA REGISTRADO POR "
                           "OUTRO TERMINAL - IGNORADO."
                   ELSE
                       PERFORM GRAVAR-DIPLOMA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DIPLOMA-FILE.
           PERFORM LIBERAR-TRAVA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-CANDIDATOS
               IF CAN-CONFIRMADO(WS-I)
                   MOVE WS-CAN-MEDIA(WS-I) TO WS-MEDIA-DISP
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "COLACAO REGISTRO=" DELIMITED BY SIZE
                       WS-CAN-REGISTRO(WS-I) DELIMITED BY SIZE
                       " ALUNO=" DELIMITED BY SIZE
                       WS-CAN-ID(WS-I) DELIMITED BY SIZE
                       " DATA=" DELIMITED BY SIZE
                       WS-DATA-COLACAO DELIMITED BY SIZE
                       " MEDIA=" DELIMITED BY SIZE
                       WS-MEDIA-DISP DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY "REGISTRO " WS-CAN-REGISTRO(WS-I) ": "
                       WS-CAN-ID(WS-I) " " WS-CAN-NOME(WS-I)
               END-IF
           END-PERFORM.

       GRAVAR-DIPLOMA.
           ADD 1 TO WS-PROX-NUMERO.
           ADD 1 TO WS-CONFERIDOS.
           MOVE WS-PROX-NUMERO TO WS-CAN-REGISTRO(WS-I).
           MOVE WS-PROX-NUMERO TO DP-REGISTRO.
           MOVE WS-CAN-ID(WS-I) TO DP-STUDENT-ID.
           MOVE WS-CAN-NOME(WS-I) TO DP-NOME.
           MOVE WS-CURRIC-PEDIDO TO DP-CURRICULO.
           MOVE WS-TERMO-PEDIDO TO DP-TERMO.
           MOVE WS-DATA-COLACAO TO DP-DATA-COLACAO.
           MOVE WS-CAN-MEDIA(WS-I) TO DP-MEDIA-FINAL.
           MOVE WS-CAN-HORAS(WS-I) TO DP-HORAS.
           MOVE WS-OPERADOR TO DP-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:19) TO DP-DATA-HORA.
           WRITE DIPLOMA-RECORD.

      * STUDENT.DAT is re-read just before the rewrite so a change
      * made by ALUNOS-MANUT since the start of the run is kept; a
      * master larger than the table is left untouched rather than
      * cut short.
       MARCAR-FORMADOS.
           MOVE 0 TO WS-TOTAL-CADASTRO.
           MOVE "N" TO WS-CADASTRO-CHEIO.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           IF WS-TOTAL-CADASTRO = 500
                               MOVE "S" TO WS-CADASTRO-CHEIO
                               MOVE "10" TO WS-STUDENT-STATUS
                           ELSE
                               PERFORM MARCAR-SE-CONFERIDO
                               ADD 1 TO WS-TOTAL-CADASTRO
                               MOVE STUDENT-RECORD
                                   TO WS-CAD-REG(WS-TOTAL-CADASTRO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.
           IF CADASTRO-CHEIO
               DISPLAY "STUDENT.DAT MAIOR QUE A TABELA (500) - "
                   "SITUACAO FORMADO NAO GRAVADA; REGISTROS EM "
                   "DIPLOMAS.DAT MANTIDOS."
           ELSE
               OPEN OUTPUT STUDENT-FILE
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-CADASTRO
                   MOVE WS-CAD-REG(WS-I) TO STUDENT-RECORD
                   WRITE STUDENT-RECORD
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       MARCAR-SE-CONFERIDO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-CANDIDATOS
               IF CAN-CONFIRMADO(WS-J)
                   AND WS-CAN-ID(WS-J) = ST-STUDENT-ID
                   MOVE "G" TO ST-STATUS
               END-IF
           END-PERFORM.

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

       CARREGAR-REQUISITOS.
           MOVE 0 TO WS-TOTAL-REQ.
           MOVE 0 TO WS-HORAS-EXIGIDAS.
           OPEN INPUT CURRIC-FILE.
           IF WS-CURRIC-STATUS NOT = "00"
               DISPLAY "CURRICULO.DAT NAO ENCONTRADO (STATUS "
                   WS-CURRIC-STATUS ")."
           ELSE
               PERFORM UNTIL WS-CURRIC-STATUS = "10"
                   READ CURRIC-FILE
                       AT END
                           MOVE "10" TO WS-CURRIC-STATUS
                       NOT AT END
                           IF CU-CURRICULO = WS-CURRIC-PEDIDO
                               IF CU-COURSE-ID = "TOTAL"
                                   MOVE CU-HORAS
                                       TO WS-HORAS-EXIGIDAS
                               ELSE
                                   IF WS-TOTAL-REQ < 30
                                       ADD 1 TO WS-TOTAL-REQ
                                       MOVE CU-COURSE-ID TO
                                         WS-REQ-CURSO(WS-TOTAL-REQ)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRIC-FILE
           END-IF.

       CARREGAR-CATALOGO.
           MOVE 0 TO WS-TOTAL-CATALOGO.
           OPEN INPUT DISCIP-FILE.
           IF WS-DISCIP-STATUS = "00"
               PERFORM UNTIL WS-DISCIP-STATUS = "10"
                   OR WS-TOTAL-CATALOGO = 30
                   READ DISCIP-FILE
                       AT END
                           MOVE "10" TO WS-DISCIP-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-CATALOGO
                           MOVE DISC-NOME
                               TO WS-CAT-NOME(WS-TOTAL-CATALOGO)
                           MOVE DISC-CARGA-HORARIA
                               TO WS-CAT-CARGA(WS-TOTAL-CATALOGO)
                   END-READ
               END-PERFORM
               CLOSE DISCIP-FILE
           END-IF.

      * Credit hours joined by the first ten characters of
      * DISC-NOME, four hours when the catalog has no matching line
      * - the AUDITORIA-GRADE convention.
       OBTER-CARGA.
           MOVE 4 TO WS-CARGA-ATUAL.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-CATALOGO
               IF WS-CAT-NOME(WS-J)(1:10) = WS-CURSO-BUSCA
                   AND WS-CAT-CARGA(WS-J) > 0
                   MOVE WS-CAT-CARGA(WS-J) TO WS-CARGA-ATUAL
               END-IF
           END-PERFORM.

      * Also yields the last register number in use.
       CARREGAR-REGISTRADOS.
           MOVE 0 TO WS-TOTAL-REGISTRADOS.
           MOVE 0 TO WS-PROX-NUMERO.
           MOVE SPACES TO WS-DIPLOMA-STATUS.
           OPEN INPUT DIPLOMA-FILE.
           IF WS-DIPLOMA-STATUS = "00"
               PERFORM UNTIL WS-DIPLOMA-STATUS = "10"
                   READ DIPLOMA-FILE
                       AT END
                           MOVE "10" TO WS-DIPLOMA-STATUS
                       NOT AT END
                           IF DP-REGISTRO IS NUMERIC
                               AND DP-REGISTRO > WS-PROX-NUMERO
                               MOVE DP-REGISTRO TO WS-PROX-NUMERO
                           END-IF
                           IF WS-TOTAL-REGISTRADOS < 500
                               ADD 1 TO WS-TOTAL-REGISTRADOS
                               MOVE DP-STUDENT-ID TO
                                 WS-REG-ALUNO(WS-TOTAL-REGISTRADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIPLOMA-FILE
           END-IF.

       CARREGAR-ALUNOS.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   OR WS-TOTAL-ALUNOS = 100
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           IF ST-ATIVO OR ST-STATUS = SPACE
                               PERFORM GUARDAR-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       GUARDAR-ALUNO.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-REGISTRADOS
               IF WS-REG-ALUNO(WS-J) = ST-STUDENT-ID
                   MOVE WS-J TO WS-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACHADO = 0
               ADD 1 TO WS-TOTAL-ALUNOS
               MOVE ST-STUDENT-ID TO WS-ALUNO-ID(WS-TOTAL-ALUNOS)
               MOVE ST-NOME TO WS-ALUNO-NOME(WS-TOTAL-ALUNOS)
           END-IF.

       CARREGAR-BLOQUEIOS.
           MOVE SPACES TO WS-HOLDS-STATUS.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-STATUS = "00"
               PERFORM UNTIL WS-HOLDS-STATUS = "10"
                   OR WS-TOTAL-BLOQUEIOS = 200
                   READ HOLDS-FILE
                       AT END
                           MOVE "10" TO WS-HOLDS-STATUS
                       NOT AT END
                           IF BL-ATIVO
                               ADD 1 TO WS-TOTAL-BLOQUEIOS
                               MOVE BL-STUDENT-ID TO
                                   WS-BLQ-ALUNO(WS-TOTAL-BLOQUEIOS)
                               MOVE BL-TIPO TO
                                   WS-BLQ-TIPO(WS-TOTAL-BLOQUEIOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

      * Only vigente APROVADO rows of the students under audit; a
      * course passed more than once keeps its latest row.
       CARREGAR-APROVACOES.
           MOVE SPACES TO WS-GRADES-STATUS.
           OPEN INPUT GRADES-FILE.
           IF WS-GRADES-STATUS = "00"
               PERFORM UNTIL WS-GRADES-STATUS = "10"
                   READ GRADES-FILE
                       AT END
                           MOVE "10" TO WS-GRADES-STATUS
                       NOT AT END
                           IF SG-VIGENTE
                               AND SG-RESULTADO = "APROVADO"
                               PERFORM GUARDAR-APROVACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADES-FILE
           END-IF.

       GUARDAR-APROVACAO.
           MOVE 0 TO WS-I.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ALUNOS
               IF WS-ALUNO-ID(WS-J) = SG-STUDENT-ID
                   MOVE WS-J TO WS-I
               END-IF
           END-PERFORM.
           IF WS-I > 0
               MOVE 0 TO WS-ACHADO
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TOTAL-APROVACOES
                   IF WS-APR-ALUNO(WS-K) = WS-I
                       AND WS-APR-CURSO(WS-K) = SG-PROGRAMA-ID
                       MOVE WS-K TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ACHADO = 0
                   IF WS-TOTAL-APROVACOES = 2000
                       ADD 1 TO WS-APROVACOES-FORA
                   ELSE
                       ADD 1 TO WS-TOTAL-APROVACOES
                       MOVE WS-TOTAL-APROVACOES TO WS-ACHADO
                       MOVE WS-I TO WS-APR-ALUNO(WS-ACHADO)
                       MOVE SG-PROGRAMA-ID TO WS-APR-CURSO(WS-ACHADO)
                       MOVE SPACES TO WS-APR-DATA(WS-ACHADO)
                   END-IF
               END-IF
               IF WS-ACHADO > 0
                   IF SG-DATA-HORA >= WS-APR-DATA(WS-ACHADO)
                       MOVE SG-MEDIA TO WS-APR-MEDIA(WS-ACHADO)
                       MOVE SG-DATA-HORA TO WS-APR-DATA(WS-ACHADO)
                   END-IF
               END-IF
           END-IF.

      * Transfer-credit switch (APROVRUL.cpy): GPA-INCLUI above zero
      * counts each aproveitamento in the final average; no file or
      * no line leaves them out.
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

       CARREGAR-APROVEITAMENTOS.
           MOVE SPACES TO WS-APROV-STATUS.
           OPEN INPUT APROV-FILE.
           IF WS-APROV-STATUS = "00"
               PERFORM UNTIL WS-APROV-STATUS = "10"
                   READ APROV-FILE
                       AT END
                           MOVE "10" TO WS-APROV-STATUS
                       NOT AT END
                           PERFORM GUARDAR-APROVEITAMENTO
                   END-READ
               END-PERFORM
               CLOSE APROV-FILE
           END-IF.

       GUARDAR-APROVEITAMENTO.
           MOVE 0 TO WS-I.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ALUNOS
               IF WS-ALUNO-ID(WS-J) = AP-STUDENT-ID
                   MOVE WS-J TO WS-I
               END-IF
           END-PERFORM.
           IF WS-I > 0
               IF WS-TOTAL-APROVEITAMENTOS = 500
                   ADD 1 TO WS-APROVEITAMENTOS-FORA
               ELSE
                   ADD 1 TO WS-TOTAL-APROVEITAMENTOS
                   MOVE WS-I
                       TO WS-APV-ALUNO(WS-TOTAL-APROVEITAMENTOS)
                   MOVE AP-COURSE-ID
                       TO WS-APV-CURSO(WS-TOTAL-APROVEITAMENTOS)
                   MOVE AP-NOTA
                       TO WS-APV-NOTA(WS-TOTAL-APROVEITAMENTOS)
                   MOVE AP-CARGA-HORARIA
                       TO WS-APV-CARGA(WS-TOTAL-APROVEITAMENTOS)
               END-IF
           END-IF.

       VERIFICAR-AUTORIZACAO.
           MOVE "N" TO WS-AUTORIZADO.
           MOVE SPACES TO WS-OPERMST-STATUS.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-STATUS NOT = "00"
               MOVE "S" TO WS-AUTORIZADO
           ELSE
               PERFORM UNTIL WS-OPERMST-STATUS = "10"
                   READ OPERMST-FILE
                       AT END
                           MOVE "10" TO WS-OPERMST-STATUS
                       NOT AT END
                           IF OM-OPERATOR-ID = WS-OPERADOR
                               AND OM-NIVEL >= WS-NIVEL-EXIGIDO
                               MOVE "S" TO WS-AUTORIZADO
                               MOVE "10" TO WS-OPERMST-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERMST-FILE
           END-IF.
           IF NOT AUTORIZADO
               DISPLAY "ACESSO NEGADO: CONFIRMAR COLACAO EXIGE NIVEL "
                   WS-NIVEL-EXIGIDO ". OPERADOR ATUAL: " WS-OPERADOR
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "COLACAO NEGADA OPERADOR=" DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   " NIVEL EXIGIDO=" DELIMITED BY SIZE
                   WS-NIVEL-EXIGIDO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "COLACAO" TO AU-PROGRAM.
           MOVE WS-AUDIT-MSG TO AU-MESSAGE.
           PERFORM LER-OPERADOR.
           MOVE WS-OPERADOR TO AU-OPERATOR.
           MOVE "AUDIT-LOG.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           PERFORM ENCADEAR-AUDITORIA
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
           PERFORM LIBERAR-TRAVA.

      * Resolves THIS terminal's session in the registry (see
      * OPERSES.cpy / SESRESOL.cpy): the menu exports
      * OPERADOR_TERMINAL for the programs it launches; started
      * outside the menu, a single active session still resolves,
      * but several concurrent sessions without a terminal id stay
      * ANONIMO rather than guessing.
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
           MOVE "COLACAO" TO TRAVA-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO TRAVA-DATA-HORA.
           WRITE TRAVA-RECORD.
           CLOSE LOCK-FILE.
           MOVE "S" TO WS-LOCK-OBTIDA.

       LIBERAR-TRAVA.
           DELETE FILE LOCK-FILE.

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
