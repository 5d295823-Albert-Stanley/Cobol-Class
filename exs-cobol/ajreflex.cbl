      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Follow-up pass after approved grade corrections.
      *          APROVA-AJUSTES only rewrites STUDENT-GRADES.DAT; it
      *          queues each approval in AJUSTE-REFLEXOS.DAT
      *          (AJREFLEX.cpy) and this run brings everything
      *          computed from the grade up to date: CURRENT-GRADES.DAT
      *          through the delta file (NOTAS-DELTA), the academic
      *          standing of the student (same credit-weighted GPA
      *          and classification the nightly EXERCICIO08 step
      *          posts to ACADEMIC-STANDING.DAT), the bolsa roll
      *          (BOLSAS-ELEGIVEIS) and the recuperacao extract
      *          (RECUP-ELEGIVEIS). A grade the portal already got
      *          (PORTAL-REGISTER.DAT) gets a correction line in
      *          PORTAL-CORRECOES.DAT, portal format plus the AJ-SEQ,
      *          and a register entry. Every item is printed with its
      *          before and after values in AJUSTE-REFLEXOS-REPORT.DAT
      *          under its AJ-SEQ, then flipped to processed. Runs as
      *          the REFLEXOS step of the nightly stream or on its
      *          own. A queue larger than the table cancels the run
      *          with condition code 16 and nothing touched; a delta
      *          apply that fails leaves the items pending (16); a
      *          failed bolsa or recuperacao rerun is reported with 8.
      *          Weights, cutoff and letter scale are the lines in
      *          force for the corrected grade's term (RULEVIG.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTE-REFLEXOS.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFLEXO-FILE ASSIGN TO "AJUSTE-REFLEXOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFLEXO-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT CURRENT-FILE ASSIGN TO "CURRENT-GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.
           SELECT STANDING-FILE ASSIGN TO "ACADEMIC-STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-STATUS.
           SELECT BOLSA-FILE ASSIGN TO "BOLSA-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLSA-STATUS.
           SELECT RECUP-FILE ASSIGN TO "RECUP-ELEGIVEIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUP-STATUS.
           SELECT DISCIPLINAS-FILE ASSIGN TO "DISCIPLINAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISC-STATUS.
           SELECT DISCIPLINAS08-FILE ASSIGN TO "EXERCICIO08-NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISC8-STATUS.
           SELECT WEIGHT3-FILE ASSIGN TO "WEIGHTS-EX08.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEIGHT-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "THRESHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "PORTAL-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT CORRECAO-FILE ASSIGN TO "PORTAL-CORRECOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECAO-STATUS.
           SELECT GRADE-SCALE-FILE ASSIGN TO "GRADE-SCALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALA-STATUS.
           SELECT PRINT-FILE ASSIGN TO "AJUSTE-REFLEXOS-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDITLER-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLER-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFLEXO-FILE.
           COPY AJREFLEX.

       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  CURRENT-FILE.
           COPY STDGRADE.

       FD  STANDING-FILE.
           COPY STANDING.

       FD  BOLSA-FILE.
       01 BOLSA-LINE         PIC X(100).

       FD  RECUP-FILE.
       01 RECUP-LINE         PIC X(100).

       FD  DISCIPLINAS-FILE.
           COPY DISCIP.

       FD  DISCIPLINAS08-FILE.
           COPY DISC8.

       FD  WEIGHT3-FILE.
           COPY WEIGHT3.

       FD  THRESHOLD-FILE.
           COPY THRESH.

       FD  REGISTER-FILE.
       01 REGISTER-LINE      PIC X(80).

       FD  CORRECAO-FILE.
       01 CORRECAO-LINE      PIC X(120).

       FD  GRADE-SCALE-FILE.
           COPY GRDSCALE.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

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

       FD  OPERSES-FILE.
           COPY OPERSES.

       FD  LOCK-FILE.
           COPY TRAVREC.

       WORKING-STORAGE SECTION.
       COPY LOCKF.
       COPY AUDCHAIN.
       COPY RULEVIG.
       COPY PRTHDR.
       01 WS-REFLEXO-STATUS   PIC X(2) VALUE SPACES.
       01 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       01 WS-CURRENT-STATUS   PIC X(2) VALUE SPACES.
       01 WS-STANDING-STATUS  PIC X(2) VALUE SPACES.
       01 WS-BOLSA-STATUS     PIC X(2) VALUE SPACES.
       01 WS-RECUP-STATUS     PIC X(2) VALUE SPACES.
       01 WS-DISC-STATUS      PIC X(2) VALUE SPACES.
       01 WS-DISC8-STATUS     PIC X(2) VALUE SPACES.
       01 WS-WEIGHT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-THRESHOLD-STATUS PIC X(2) VALUE SPACES.
       01 WS-REGISTER-STATUS  PIC X(2) VALUE SPACES.
       01 WS-CORRECAO-STATUS  PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
       01 WS-OPERSES-STATUS   PIC X(2) VALUE SPACES.
       01 WS-OPERADOR         PIC X(8) VALUE "ANONIMO".
       01 WS-OPERADOR-LIDO    PIC X VALUE "N".
           88 OPERADOR-LIDO   VALUE "S".
       COPY SESRESOL.
       01 WS-AUDIT-MSG        PIC X(90) VALUE SPACES.

      * AJUSTE-REFLEXOS.DAT as it stands, in file order - processed
      * lines included, the whole file is regraved at the end.
       01 WS-TABELA-FILA.
           05 WS-FILA-ENTRY OCCURS 2000 TIMES.
               10 WS-FILA-REG     PIC X(100).
       01 WS-TOTAL-FILA       PIC 9(04) VALUE 0.
       01 WS-MAX-FILA         PIC 9(04) VALUE 2000.

      * The pending items taken this run, with what each downstream
      * file said before the refresh (-ANTES) and after (-DEPOIS).
       01 WS-TABELA-ITENS.
           05 WS-IT-ENTRY OCCURS 200 TIMES.
               10 WS-IT-SEQ           PIC 9(06).
               10 WS-IT-ALUNO         PIC X(10).
               10 WS-IT-PROGRAMA      PIC X(10).
               10 WS-IT-NOME          PIC X(30).
               10 WS-IT-REVISOR       PIC X(08).
               10 WS-IT-MEDIA-ANT     PIC S9(2)V9(2).
               10 WS-IT-RES-ANT       PIC X(09).
               10 WS-IT-MEDIA-NOVA    PIC S9(2)V9(2).
               10 WS-IT-RES-NOVO      PIC X(09).
               10 WS-IT-ATUAL-ANTES   PIC X(01).
               10 WS-IT-CG-MEDIA-ANTES PIC S9(2)V9(2).
               10 WS-IT-CG-RES-ANTES  PIC X(09).
               10 WS-IT-ATUAL-DEPOIS  PIC X(01).
               10 WS-IT-CG-MEDIA-DEPOIS PIC S9(2)V9(2).
               10 WS-IT-CG-RES-DEPOIS PIC X(09).
               10 WS-IT-CG-TERMO      PIC X(06).
               10 WS-IT-SIT-ANTES     PIC X(15).
               10 WS-IT-GPA-ANTES     PIC 9(3)V99.
               10 WS-IT-SIT-DEPOIS    PIC X(15).
               10 WS-IT-GPA-DEPOIS    PIC 9(3)V99.
               10 WS-IT-BOLSA-ANTES   PIC X(45).
               10 WS-IT-BOLSA-DEPOIS  PIC X(45).
               10 WS-IT-RECUP-ANTES   PIC X(01).
               10 WS-IT-RECUP-DEPOIS  PIC X(01).
               10 WS-IT-PORTAL        PIC X(01).
                   88 IT-PORTAL-CORRIGIDO VALUE "C".
                   88 IT-PORTAL-SEM-LINHA VALUE "L".
                   88 IT-NAO-SUBMETIDO    VALUE "N".
               10 WS-IT-MUDOU         PIC X(01).
                   88 IT-MUDOU        VALUE "S".
       01 WS-TOTAL-ITENS      PIC 9(03) VALUE 0.
       01 WS-MAX-ITENS        PIC 9(03) VALUE 200.

      * Before/after switch for the capture paragraphs.
       01 WS-FASE             PIC X VALUE "A".
           88 FASE-ANTES      VALUE "A".
           88 FASE-DEPOIS     VALUE "D".

      * GPA recomputation - mirrors the nightly EXERCICIO08 step.
       01 WS-TABELA-CATALOGO.
           05 WS-CAT-ENTRY OCCURS 20 TIMES.
               10 WS-CAT-NOME     PIC X(40).
               10 WS-CAT-CARGA    PIC 9(02).
       01 WS-TOTAL-CATALOGO   PIC 9(02) VALUE 0.
       01 WS-PESO-P1          PIC 9(3) VALUE 30.
       01 WS-PESO-P2          PIC 9(3) VALUE 30.
       01 WS-PESO-ATIV        PIC 9(3) VALUE 40.
       01 WS-CORTE-EXER08     PIC 9(2)V9(2) VALUE 6.
       01 WS-NOTA-FINAL       PIC 9(3)V99 VALUE 0.
       01 WS-CARGA-ATUAL      PIC 9(02) VALUE 0.
       01 WS-SOMA-FINAIS      PIC 9(6)V99 VALUE 0.
       01 WS-SOMA-CARGAS      PIC 9(4) VALUE 0.
       01 WS-TOTAL-DISC8      PIC 9(02) VALUE 0.
       01 WS-GPA              PIC 9(3)V99 VALUE 0.
       01 WS-STANDING-CLASSE  PIC X(15) VALUE SPACES.

      * Letter conversion for the portal line (GRDSCALE.cpy).
       01 WS-ESCALA-STATUS   PIC X(2) VALUE SPACES.
       01 WS-TABELA-ESCALA.
           05 WS-ESCALA-ENTRY OCCURS 10 TIMES.
               10 WS-ESCALA-CURSO PIC X(10).
               10 WS-ESCALA-BANDA OCCURS 5 TIMES.
                   15 WS-ESCALA-MINIMO PIC 9(2)V9(2).
                   15 WS-ESCALA-LETRA  PIC X(01).
               10 WS-ESCALA-VIGENCIA PIC X(06).
       01 WS-TOTAL-ESCALAS   PIC 9(2) VALUE 0.
       01 WS-ESCALA-LIDA     PIC X VALUE "N".
           88 ESCALA-LIDA    VALUE "S".
       01 WS-LETRA-CURSO     PIC X(10) VALUE SPACES.
       01 WS-LETRA-NOTA      PIC S9(3)V9(2) VALUE 0.
       01 WS-LETRA           PIC X VALUE "?".
       01 WS-ESCALA-I        PIC 9(2).
       01 WS-ESCALA-J        PIC 9(1).
       01 WS-ESCALA-USO      PIC 9(2) VALUE 0.

       01 WS-CMD              PIC X(80) VALUE SPACES.
       01 WS-RC-PASSO         PIC S9(9) VALUE 0.
       01 WS-RC-FINAL         PIC 9(02) VALUE 0.
       01 WS-PASSOS-FALHOS    PIC X(40) VALUE SPACES.
       01 WS-I                PIC 9(04).
       01 WS-J                PIC 9(04).
       01 WS-JA-CALCULADO     PIC X VALUE "N".
           88 JA-CALCULADO    VALUE "S".
       01 WS-DATA-EXECUCAO    PIC X(19) VALUE SPACES.
       01 WS-MEDIA-DISP       PIC -Z9,99.
       01 WS-MEDIA-DISP-2     PIC -Z9,99.
       01 WS-GPA-DISP         PIC ZZ9,99.
       01 WS-GPA-DISP-2       PIC ZZ9,99.
       01 WS-MARCA            PIC X(16) VALUE SPACES.
       01 WS-TEXTO-ANTES      PIC X(13) VALUE SPACES.
       01 WS-TEXTO-DEPOIS     PIC X(13) VALUE SPACES.
       01 WS-PRINT-LINE       PIC X(100) VALUE SPACES.
       01 WS-QT-ADIADOS       PIC 9(04) VALUE 0.
       01 WS-QT-MUDARAM       PIC 9(03) VALUE 0.
       01 WS-QT-CORRECOES     PIC 9(03) VALUE 0.
       01 WS-QT-SITUACOES     PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-DATA-EXECUCAO.
           PERFORM CARREGAR-FILA.
           IF WS-TOTAL-FILA > WS-MAX-FILA
               DISPLAY "AJUSTE-REFLEXOS.DAT EXCEDE A CAPACIDADE DE "
                   WS-MAX-FILA " DESTE PROGRAMA - NADA PROCESSADO."
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "REFLEXOS DE AJUSTE CANCELADOS: FILA EXCEDE "
                   DELIMITED BY SIZE
                   WS-MAX-FILA DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SELECIONAR-PENDENTES.
           IF WS-TOTAL-ITENS = 0
               DISPLAY "NENHUM AJUSTE APROVADO AGUARDANDO REFLEXOS "
                   "EM AJUSTE-REFLEXOS.DAT."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BUSCAR-NOMES.
           MOVE "A" TO WS-FASE.
           PERFORM CAPTURAR-ESTADO.

           MOVE "./snapdelt" TO WS-CMD.
           PERFORM EXECUTAR-PASSO.
           IF WS-RC-PASSO NOT = 0
               DISPLAY "NOTAS-DELTA TERMINOU COM ERRO - CURRENT-GRADES"
                   ".DAT NAO ATUALIZADO; OS AJUSTES FICAM PENDENTES."
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "REFLEXOS DE AJUSTE ADIADOS: NOTAS-DELTA FALHOU"
                   DELIMITED BY SIZE
                   " PENDENTES=" DELIMITED BY SIZE
                   WS-TOTAL-ITENS DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM RECALCULAR-SITUACOES.
           MOVE "./bolsarun" TO WS-CMD.
           PERFORM EXECUTAR-PASSO.
           IF WS-RC-PASSO NOT = 0
               MOVE 8 TO WS-RC-FINAL
               MOVE "BOLSAS-ELEGIVEIS" TO WS-PASSOS-FALHOS
           END-IF.
           MOVE "./examelig" TO WS-CMD.
           PERFORM EXECUTAR-PASSO.
           IF WS-RC-PASSO NOT = 0
               MOVE 8 TO WS-RC-FINAL
               MOVE "RECUP-ELEGIVEIS" TO WS-PASSOS-FALHOS(21:20)
           END-IF.

           MOVE "D" TO WS-FASE.
           PERFORM CAPTURAR-ESTADO.
           PERFORM GERAR-CORRECOES-PORTAL.
           PERFORM IMPRIMIR-RELATORIO.
           PERFORM MARCAR-PROCESSADOS.

           DISPLAY "AJUSTES PROCESSADOS: " WS-TOTAL-ITENS
               "  COM ALTERACAO: " WS-QT-MUDARAM
               "  CORRECOES AO PORTAL: " WS-QT-CORRECOES.
           IF WS-QT-ADIADOS > 0
               DISPLAY WS-QT-ADIADOS " AJUSTE(S) ALEM DA TABELA "
                   "FICAM PARA A PROXIMA EXECUCAO."
           END-IF.
           IF WS-RC-FINAL > 0
               DISPLAY "PASSO(S) COM ERRO: " WS-PASSOS-FALHOS
           END-IF.
           DISPLAY "RELATORIO EM AJUSTE-REFLEXOS-REPORT.DAT.".
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "REFLEXOS DE AJUSTE PROCESSADOS=" DELIMITED BY SIZE
               WS-TOTAL-ITENS DELIMITED BY SIZE
               " ALTERADOS=" DELIMITED BY SIZE
               WS-QT-MUDARAM DELIMITED BY SIZE
               " SITUACOES=" DELIMITED BY SIZE
               WS-QT-SITUACOES DELIMITED BY SIZE
               " CORRECOES PORTAL=" DELIMITED BY SIZE
               WS-QT-CORRECOES DELIMITED BY SIZE
               " RC=" DELIMITED BY SIZE
               WS-RC-FINAL DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.
           MOVE WS-RC-FINAL TO RETURN-CODE.
           STOP RUN.

      * The count runs past the table on purpose: a queue longer than
      * WS-MAX-FILA is caught by the caller before anything changes.
       CARREGAR-FILA.
           MOVE 0 TO WS-TOTAL-FILA.
           MOVE SPACES TO WS-REFLEXO-STATUS.
           OPEN INPUT REFLEXO-FILE.
           IF WS-REFLEXO-STATUS = "00"
               PERFORM UNTIL WS-REFLEXO-STATUS = "10"
                   READ REFLEXO-FILE
                       AT END
                           MOVE "10" TO WS-REFLEXO-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-FILA
                           IF WS-TOTAL-FILA <= WS-MAX-FILA
                               MOVE AJUSTE-REFLEXO-RECORD
                                   TO WS-FILA-REG(WS-TOTAL-FILA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFLEXO-FILE
           END-IF.

       SELECIONAR-PENDENTES.
           MOVE 0 TO WS-TOTAL-ITENS WS-QT-ADIADOS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-FILA
               MOVE WS-FILA-REG(WS-I) TO AJUSTE-REFLEXO-RECORD
               IF RF-PENDENTE
                   IF WS-TOTAL-ITENS < WS-MAX-ITENS
                       ADD 1 TO WS-TOTAL-ITENS
                       PERFORM GUARDAR-ITEM
                   ELSE
                       ADD 1 TO WS-QT-ADIADOS
                   END-IF
               END-IF
           END-PERFORM.

       GUARDAR-ITEM.
           MOVE WS-TOTAL-ITENS TO WS-J.
           MOVE RF-SEQ TO WS-IT-SEQ(WS-J).
           MOVE RF-ALUNO TO WS-IT-ALUNO(WS-J).
           MOVE RF-PROGRAMA TO WS-IT-PROGRAMA(WS-J).
           MOVE "ALUNO NAO CADASTRADO" TO WS-IT-NOME(WS-J).
           MOVE RF-REVISOR TO WS-IT-REVISOR(WS-J).
           MOVE RF-MEDIA-ANTERIOR TO WS-IT-MEDIA-ANT(WS-J).
           MOVE RF-RESULTADO-ANTERIOR TO WS-IT-RES-ANT(WS-J).
           MOVE RF-NOVA-MEDIA TO WS-IT-MEDIA-NOVA(WS-J).
           MOVE RF-NOVO-RESULTADO TO WS-IT-RES-NOVO(WS-J).
           MOVE "N" TO WS-IT-ATUAL-ANTES(WS-J).
           MOVE "N" TO WS-IT-ATUAL-DEPOIS(WS-J).
           MOVE 0 TO WS-IT-CG-MEDIA-ANTES(WS-J).
           MOVE 0 TO WS-IT-CG-MEDIA-DEPOIS(WS-J).
           MOVE SPACES TO WS-IT-CG-RES-ANTES(WS-J).
           MOVE SPACES TO WS-IT-CG-RES-DEPOIS(WS-J).
           MOVE SPACES TO WS-IT-CG-TERMO(WS-J).
           MOVE "SEM REGISTRO" TO WS-IT-SIT-ANTES(WS-J).
           MOVE "SEM REGISTRO" TO WS-IT-SIT-DEPOIS(WS-J).
           MOVE 0 TO WS-IT-GPA-ANTES(WS-J).
           MOVE 0 TO WS-IT-GPA-DEPOIS(WS-J).
           MOVE "NAO CONSTA DO ROL" TO WS-IT-BOLSA-ANTES(WS-J).
           MOVE "NAO CONSTA DO ROL" TO WS-IT-BOLSA-DEPOIS(WS-J).
           MOVE "N" TO WS-IT-RECUP-ANTES(WS-J).
           MOVE "N" TO WS-IT-RECUP-DEPOIS(WS-J).
           MOVE "N" TO WS-IT-PORTAL(WS-J).
           MOVE "N" TO WS-IT-MUDOU(WS-J).

       BUSCAR-NOMES.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           PERFORM VARYING WS-J FROM 1 BY 1
                               UNTIL WS-J > WS-TOTAL-ITENS
                               IF WS-IT-ALUNO(WS-J) = ST-STUDENT-ID
                                   MOVE ST-NOME TO WS-IT-NOME(WS-J)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      * One pass over each downstream file, filling the -ANTES or the
      * -DEPOIS side of every item according to WS-FASE.
       CAPTURAR-ESTADO.
           PERFORM CAPTURAR-NOTAS-ATUAIS.
           PERFORM CAPTURAR-SITUACOES.
           PERFORM CAPTURAR-BOLSAS.
           PERFORM CAPTURAR-RECUPERACAO.

      * CURRENT-GRADES.DAT holds one vigente row per student and
      * programa; the last one read wins all the same.
       CAPTURAR-NOTAS-ATUAIS.
           MOVE SPACES TO WS-CURRENT-STATUS.
           OPEN INPUT CURRENT-FILE.
           IF WS-CURRENT-STATUS = "00"
               PERFORM UNTIL WS-CURRENT-STATUS = "10"
                   READ CURRENT-FILE
                       AT END
                           MOVE "10" TO WS-CURRENT-STATUS
                       NOT AT END
                           PERFORM GUARDAR-NOTA-ATUAL
                   END-READ
               END-PERFORM
               CLOSE CURRENT-FILE
           END-IF.

       GUARDAR-NOTA-ATUAL.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ITENS
               IF WS-IT-ALUNO(WS-J) = SG-STUDENT-ID
                   AND WS-IT-PROGRAMA(WS-J) = SG-PROGRAMA-ID
                   AND SG-VIGENTE
                   IF FASE-ANTES
                       MOVE "S" TO WS-IT-ATUAL-ANTES(WS-J)
                       MOVE SG-MEDIA TO WS-IT-CG-MEDIA-ANTES(WS-J)
                       MOVE SG-RESULTADO TO WS-IT-CG-RES-ANTES(WS-J)
                   ELSE
                       MOVE "S" TO WS-IT-ATUAL-DEPOIS(WS-J)
                       MOVE SG-MEDIA TO WS-IT-CG-MEDIA-DEPOIS(WS-J)
                       MOVE SG-RESULTADO TO WS-IT-CG-RES-DEPOIS(WS-J)
                       MOVE SG-TERMO TO WS-IT-CG-TERMO(WS-J)
                   END-IF
               END-IF
           END-PERFORM.

      * Latest ACADEMIC-STANDING.DAT row wins - the file is an
      * append per GPA run, as BOLSAS-ELEGIVEIS reads it.
       CAPTURAR-SITUACOES.
           MOVE SPACES TO WS-STANDING-STATUS.
           OPEN INPUT STANDING-FILE.
           IF WS-STANDING-STATUS = "00"
               PERFORM UNTIL WS-STANDING-STATUS = "10"
                   READ STANDING-FILE
                       AT END
                           MOVE "10" TO WS-STANDING-STATUS
                       NOT AT END
                           PERFORM GUARDAR-SITUACAO
                   END-READ
               END-PERFORM
               CLOSE STANDING-FILE
           END-IF.

       GUARDAR-SITUACAO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ITENS
               IF WS-IT-ALUNO(WS-J) = AS-STUDENT-ID
                   IF FASE-ANTES
                       MOVE AS-STANDING TO WS-IT-SIT-ANTES(WS-J)
                       MOVE AS-GPA TO WS-IT-GPA-ANTES(WS-J)
                   ELSE
                       MOVE AS-STANDING TO WS-IT-SIT-DEPOIS(WS-J)
                       MOVE AS-GPA TO WS-IT-GPA-DEPOIS(WS-J)
                   END-IF
               END-IF
           END-PERFORM.

      * BOLSA-REPORT.DAT line: id, space, the 30-byte name, then
      * ELEGIVEL or INELEGIVEL: motivo from column 43.
       CAPTURAR-BOLSAS.
           MOVE SPACES TO WS-BOLSA-STATUS.
           OPEN INPUT BOLSA-FILE.
           IF WS-BOLSA-STATUS = "00"
               PERFORM UNTIL WS-BOLSA-STATUS = "10"
                   READ BOLSA-FILE
                       AT END
                           MOVE "10" TO WS-BOLSA-STATUS
                       NOT AT END
                           PERFORM GUARDAR-BOLSA
                   END-READ
               END-PERFORM
               CLOSE BOLSA-FILE
           END-IF.

       GUARDAR-BOLSA.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ITENS
               IF WS-IT-ALUNO(WS-J) = BOLSA-LINE(1:10)
                   IF FASE-ANTES
                       MOVE BOLSA-LINE(43:45)
                           TO WS-IT-BOLSA-ANTES(WS-J)
                   ELSE
                       MOVE BOLSA-LINE(43:45)
                           TO WS-IT-BOLSA-DEPOIS(WS-J)
                   END-IF
               END-IF
           END-PERFORM.

      * RECUP-ELEGIVEIS.DAT line: id, space, the 30-byte name, space,
      * programa from column 43.
       CAPTURAR-RECUPERACAO.
           MOVE SPACES TO WS-RECUP-STATUS.
           OPEN INPUT RECUP-FILE.
           IF WS-RECUP-STATUS = "00"
               PERFORM UNTIL WS-RECUP-STATUS = "10"
                   READ RECUP-FILE
                       AT END
                           MOVE "10" TO WS-RECUP-STATUS
                       NOT AT END
                           PERFORM GUARDAR-RECUPERACAO
                   END-READ
               END-PERFORM
               CLOSE RECUP-FILE
           END-IF.

       GUARDAR-RECUPERACAO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-ITENS
               IF WS-IT-ALUNO(WS-J) = RECUP-LINE(1:10)
                   AND WS-IT-PROGRAMA(WS-J) = RECUP-LINE(43:10)
                   IF FASE-ANTES
                       MOVE "S" TO WS-IT-RECUP-ANTES(WS-J)
                   ELSE
                       MOVE "S" TO WS-IT-RECUP-DEPOIS(WS-J)
                   END-IF
               END-IF
           END-PERFORM.

      * The other programs are launched the way NIGHTLY-CONTROLE
      * dispatches its external steps; a non-zero return is failure.
       EXECUTAR-PASSO.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-RC-PASSO.
           MOVE 0 TO RETURN-CODE.

      * Standing is recomputed once per student, with the catalog,
      * weights and cutoff the nightly EXERCICIO08 step uses. A
      * student with no EXERCICIO08-NOTAS.DAT line has no GPA to
      * recompute and keeps the standing on file. Weights and cutoff
      * are the lines in force for the corrected grade's term.
       RECALCULAR-SITUACOES.
           PERFORM CARREGAR-CATALOGO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ITENS
               MOVE "N" TO WS-JA-CALCULADO
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J >= WS-I
                   IF WS-IT-ALUNO(WS-J) = WS-IT-ALUNO(WS-I)
                       MOVE "S" TO WS-JA-CALCULADO
                   END-IF
               END-PERFORM
               IF NOT JA-CALCULADO
                   PERFORM DEFINIR-VIGENCIA-ITEM
                   PERFORM LER-PESOS
                   PERFORM LER-CORTE
                   PERFORM CALCULAR-GPA-ALUNO
                   IF WS-TOTAL-DISC8 > 0
                       PERFORM GRAVAR-SITUACAO
                       ADD 1 TO WS-QT-SITUACOES
                   END-IF
               END-IF
           END-PERFORM.

       CARREGAR-CATALOGO.
           MOVE 0 TO WS-TOTAL-CATALOGO.
           MOVE SPACES TO WS-DISC-STATUS.
           OPEN INPUT DISCIPLINAS-FILE.
           IF WS-DISC-STATUS = "00"
               PERFORM UNTIL WS-DISC-STATUS = "10"
                   OR WS-TOTAL-CATALOGO = 20
                   READ DISCIPLINAS-FILE
                       AT END
                           MOVE "10" TO WS-DISC-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-CATALOGO
                           MOVE DISC-NOME
                               TO WS-CAT-NOME(WS-TOTAL-CATALOGO)
                           MOVE DISC-CARGA-HORARIA
                               TO WS-CAT-CARGA(WS-TOTAL-CATALOGO)
                   END-READ
               END-PERFORM
               CLOSE DISCIPLINAS-FILE
           END-IF.

      * A correction item with no term on its grade row goes by the
      * latest line.
       DEFINIR-VIGENCIA-ITEM.
           MOVE WS-IT-CG-TERMO(WS-I) TO WS-VIG-TERMO.
           IF WS-VIG-TERMO = SPACES
               MOVE HIGH-VALUES TO WS-VIG-TERMO
           END-IF.

       LER-PESOS.
           MOVE "N" TO WS-VIG-ACHOU.
           MOVE SPACES TO WS-WEIGHT-STATUS.
           OPEN INPUT WEIGHT3-FILE.
           IF WS-WEIGHT-STATUS = "00"
               PERFORM UNTIL WS-WEIGHT-STATUS = "10"
                   READ WEIGHT3-FILE
                       AT END
                           MOVE "10" TO WS-WEIGHT-STATUS
                       NOT AT END
                           IF W3-COURSE-ID = "EXER08"
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
               CLOSE WEIGHT3-FILE
           END-IF.

       LER-CORTE.
           MOVE "N" TO WS-VIG-ACHOU.
           MOVE SPACES TO WS-THRESHOLD-STATUS.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
               PERFORM UNTIL WS-THRESHOLD-STATUS = "10"
                   READ THRESHOLD-FILE
                       AT END
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           IF TH-COURSE-ID = "EXER08"
                               AND TH-VIGENCIA NOT > WS-VIG-TERMO
                               AND (NOT VIG-ACHOU
                                   OR TH-VIGENCIA
                                       > WS-VIG-ESCOLHIDA)
                               MOVE TH-CUTOFF TO WS-CORTE-EXER08
                               MOVE TH-VIGENCIA TO WS-VIG-ESCOLHIDA
                               MOVE "S" TO WS-VIG-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLD-FILE
           END-IF.

       CALCULAR-GPA-ALUNO.
           MOVE 0 TO WS-SOMA-FINAIS WS-TOTAL-DISC8 WS-SOMA-CARGAS.
           MOVE SPACES TO WS-DISC8-STATUS.
           OPEN INPUT DISCIPLINAS08-FILE.
           IF WS-DISC8-STATUS = "00"
               PERFORM UNTIL WS-DISC8-STATUS = "10"
                   READ DISCIPLINAS08-FILE
                       AT END
                           MOVE "10" TO WS-DISC8-STATUS
                       NOT AT END
                           IF DISC8-STUDENT-ID = WS-IT-ALUNO(WS-I)
                               PERFORM ACUMULAR-DISCIPLINA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCIPLINAS08-FILE
           END-IF.
           IF WS-TOTAL-DISC8 = 0
               MOVE 0 TO WS-GPA
           ELSE
               DIVIDE WS-SOMA-FINAIS BY WS-SOMA-CARGAS GIVING WS-GPA
           END-IF.

      * Credit-weighted like EXERCICIO08's CALCULAR-GPA: each final
      * counts by the catalog's DISC-CARGA-HORARIA (weight 1 when
      * the discipline has no hours recorded).
       ACUMULAR-DISCIPLINA.
           COMPUTE WS-NOTA-FINAL =
               (DISC8-P1 * WS-PESO-P1
                + DISC8-P2 * WS-PESO-P2
                + DISC8-ATIVIDADE * WS-PESO-ATIV) / 100.
           MOVE 1 TO WS-CARGA-ATUAL.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-CATALOGO
               IF WS-CAT-NOME(WS-J) = DISC8-NOME
                   AND WS-CAT-CARGA(WS-J) > 0
                   MOVE WS-CAT-CARGA(WS-J) TO WS-CARGA-ATUAL
               END-IF
           END-PERFORM.
           COMPUTE WS-SOMA-FINAIS =
               WS-SOMA-FINAIS + WS-NOTA-FINAL * WS-CARGA-ATUAL.
           ADD WS-CARGA-ATUAL TO WS-SOMA-CARGAS.
           ADD 1 TO WS-TOTAL-DISC8.

      * Classification mirrors CALCULAR-GPA's.
       GRAVAR-SITUACAO.
           EVALUATE TRUE
               WHEN WS-GPA >= 9
                   MOVE "HONRA" TO WS-STANDING-CLASSE
               WHEN WS-GPA >= WS-CORTE-EXER08
                   MOVE "REGULAR" TO WS-STANDING-CLASSE
               WHEN OTHER
                   MOVE "PROBATORIO" TO WS-STANDING-CLASSE
           END-EVALUATE.
           MOVE WS-IT-ALUNO(WS-I) TO AS-STUDENT-ID.
           MOVE WS-GPA TO AS-GPA.
           MOVE WS-STANDING-CLASSE TO AS-STANDING.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AS-DATA-HORA.
           MOVE SPACES TO WS-STANDING-STATUS.
           OPEN EXTEND STANDING-FILE.
           IF WS-STANDING-STATUS = "35"
               OPEN OUTPUT STANDING-FILE
               CLOSE STANDING-FILE
               OPEN EXTEND STANDING-FILE
           END-IF.
           WRITE ACADEMIC-STANDING-RECORD.
           CLOSE STANDING-FILE.

      * A grade is "already submitted" when PORTAL-REGISTER.DAT has a
      * detail line for the student and programa (PORTAL-CONSOLIDADO
      * writes them as two blanks, id, blank, programa). The
      * correction is the consolidated portal line built from the
      * refreshed CURRENT-GRADES row, tagged CORRECAO and the AJ-SEQ;
      * it is registered like any submission.
       GERAR-CORRECOES-PORTAL.
           MOVE SPACES TO WS-REGISTER-STATUS.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-REGISTER-STATUS = "10"
                   READ REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-REGISTER-STATUS
                       NOT AT END
                           PERFORM VERIFICAR-SUBMISSAO
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.
           MOVE 0 TO WS-QT-CORRECOES.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ITENS
               IF IT-PORTAL-CORRIGIDO(WS-I)
                   IF WS-IT-ATUAL-DEPOIS(WS-I) NOT = "S"
                       MOVE "L" TO WS-IT-PORTAL(WS-I)
                   ELSE
                       ADD 1 TO WS-QT-CORRECOES
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-QT-CORRECOES > 0
               PERFORM GRAVAR-CORRECOES
           END-IF.

       VERIFICAR-SUBMISSAO.
           IF REGISTER-LINE(1:2) = SPACES
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-ITENS
                   IF WS-IT-ALUNO(WS-J) = REGISTER-LINE(3:10)
                       AND WS-IT-PROGRAMA(WS-J) = REGISTER-LINE(14:10)
                       MOVE "C" TO WS-IT-PORTAL(WS-J)
                   END-IF
               END-PERFORM
           END-IF.

       GRAVAR-CORRECOES.
           MOVE SPACES TO WS-CORRECAO-STATUS.
           OPEN EXTEND CORRECAO-FILE.
           IF WS-CORRECAO-STATUS = "35"
               OPEN OUTPUT CORRECAO-FILE
               CLOSE CORRECAO-FILE
               OPEN EXTEND CORRECAO-FILE
           END-IF.
           MOVE SPACES TO WS-REGISTER-STATUS.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN EXTEND REGISTER-FILE
           END-IF.
           MOVE SPACES TO REGISTER-LINE.
           STRING "CORRECAO POR AJUSTE EM " DELIMITED BY SIZE
               WS-DATA-EXECUCAO DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ITENS
               IF IT-PORTAL-CORRIGIDO(WS-I)
                   PERFORM GRAVAR-UMA-CORRECAO
               END-IF
           END-PERFORM.
           CLOSE CORRECAO-FILE.
           CLOSE REGISTER-FILE.

       GRAVAR-UMA-CORRECAO.
           MOVE WS-IT-CG-MEDIA-DEPOIS(WS-I) TO WS-MEDIA-DISP.
           MOVE WS-IT-PROGRAMA(WS-I) TO WS-LETRA-CURSO.
           MOVE WS-IT-CG-MEDIA-DEPOIS(WS-I) TO WS-LETRA-NOTA.
           PERFORM DEFINIR-VIGENCIA-ITEM.
           PERFORM CONVERTER-LETRA.
           MOVE SPACES TO CORRECAO-LINE.
           STRING WS-IT-ALUNO(WS-I) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-IT-NOME(WS-I) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-IT-PROGRAMA(WS-I) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-MEDIA-DISP DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-LETRA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-IT-CG-RES-DEPOIS(WS-I) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-IT-CG-TERMO(WS-I) DELIMITED BY SIZE
               ",CORRECAO," DELIMITED BY SIZE
               WS-IT-SEQ(WS-I) DELIMITED BY SIZE
               INTO CORRECAO-LINE
           END-STRING.
           WRITE CORRECAO-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  " DELIMITED BY SIZE
               WS-IT-ALUNO(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IT-PROGRAMA(WS-I) DELIMITED BY SIZE
               " MEDIA=" DELIMITED BY SIZE
               WS-MEDIA-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IT-CG-RES-DEPOIS(WS-I) DELIMITED BY SIZE
               " AJUSTE=" DELIMITED BY SIZE
               WS-IT-SEQ(WS-I) DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.

      ******************************************************************
      * "Changes caused by adjustment": one block per AJ-SEQ with the
      * correction itself and every downstream value before and after
      * the refresh, ALTERADO marking the ones that moved.
      ******************************************************************
       IMPRIMIR-RELATORIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           MOVE 0 TO WS-QT-MUDARAM.
           OPEN OUTPUT PRINT-FILE.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ITENS
               PERFORM IMPRIMIR-ITEM
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "AJUSTES=" DELIMITED BY SIZE
               WS-TOTAL-ITENS DELIMITED BY SIZE
               " COM ALTERACAO=" DELIMITED BY SIZE
               WS-QT-MUDARAM DELIMITED BY SIZE
               " SITUACOES RECALCULADAS=" DELIMITED BY SIZE
               WS-QT-SITUACOES DELIMITED BY SIZE
               " CORRECOES AO PORTAL=" DELIMITED BY SIZE
               WS-QT-CORRECOES DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           IF WS-QT-ADIADOS > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "AJUSTES ALEM DA TABELA, PARA A PROXIMA "
                   DELIMITED BY SIZE
                   "EXECUCAO: " DELIMITED BY SIZE
                   WS-QT-ADIADOS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.
           IF WS-RC-FINAL > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ATENCAO - PASSO(S) COM ERRO, VALORES DEPOIS "
                   DELIMITED BY SIZE
                   "PODEM ESTAR DESATUALIZADOS: " DELIMITED BY SIZE
                   WS-PASSOS-FALHOS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.
           CLOSE PRINT-FILE.

       IMPRIMIR-ITEM.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "AJUSTE SEQ=" DELIMITED BY SIZE
               WS-IT-SEQ(WS-I) DELIMITED BY SIZE
               " ALUNO=" DELIMITED BY SIZE
               WS-IT-ALUNO(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IT-NOME(WS-I) DELIMITED BY SIZE
               " PROGRAMA=" DELIMITED BY SIZE
               WS-IT-PROGRAMA(WS-I) DELIMITED BY SIZE
               " REV=" DELIMITED BY SIZE
               WS-IT-REVISOR(WS-I) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

           MOVE WS-IT-MEDIA-ANT(WS-I) TO WS-MEDIA-DISP.
           MOVE WS-IT-MEDIA-NOVA(WS-I) TO WS-MEDIA-DISP-2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  NOTA CORRIGIDA....: " DELIMITED BY SIZE
               WS-MEDIA-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IT-RES-ANT(WS-I) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               WS-MEDIA-DISP-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IT-RES-NOVO(WS-I) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

           MOVE SPACES TO WS-MARCA.
           IF WS-IT-ATUAL-ANTES(WS-I) NOT = WS-IT-ATUAL-DEPOIS(WS-I)
               OR WS-IT-CG-MEDIA-ANTES(WS-I)
                   NOT = WS-IT-CG-MEDIA-DEPOIS(WS-I)
               OR WS-IT-CG-RES-ANTES(WS-I)
                   NOT = WS-IT-CG-RES-DEPOIS(WS-I)
               MOVE "  ALTERADO" TO WS-MARCA
               MOVE "S" TO WS-IT-MUDOU(WS-I)
           END-IF.
           MOVE WS-IT-CG-MEDIA-ANTES(WS-I) TO WS-MEDIA-DISP.
           MOVE WS-IT-CG-MEDIA-DEPOIS(WS-I) TO WS-MEDIA-DISP-2.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-IT-ATUAL-ANTES(WS-I) = "S"
               AND WS-IT-ATUAL-DEPOIS(WS-I) = "S"
               STRING "  CURRENT-GRADES....: " DELIMITED BY SIZE
                   WS-MEDIA-DISP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IT-CG-RES-ANTES(WS-I) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-MEDIA-DISP-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IT-CG-RES-DEPOIS(WS-I) DELIMITED BY SIZE
                   WS-MARCA DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING "  CURRENT-GRADES....: " DELIMITED BY SIZE
                   "SEM LINHA VIGENTE ANTES=" DELIMITED BY SIZE
                   WS-IT-ATUAL-ANTES(WS-I) DELIMITED BY SIZE
                   " DEPOIS=" DELIMITED BY SIZE
                   WS-IT-ATUAL-DEPOIS(WS-I) DELIMITED BY SIZE
                   " MEDIA DEPOIS=" DELIMITED BY SIZE
                   WS-MEDIA-DISP-2 DELIMITED BY SIZE
                   WS-MARCA DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           PERFORM IMPRIMIR-LINHA.

           MOVE SPACES TO WS-MARCA.
           IF WS-IT-SIT-ANTES(WS-I) NOT = WS-IT-SIT-DEPOIS(WS-I)
               OR WS-IT-GPA-ANTES(WS-I) NOT = WS-IT-GPA-DEPOIS(WS-I)
               MOVE "  ALTERADO" TO WS-MARCA
               MOVE "S" TO WS-IT-MUDOU(WS-I)
           END-IF.
           MOVE WS-IT-GPA-ANTES(WS-I) TO WS-GPA-DISP.
           MOVE WS-IT-GPA-DEPOIS(WS-I) TO WS-GPA-DISP-2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  SITUACAO ACADEMICA: " DELIMITED BY SIZE
               WS-IT-SIT-ANTES(WS-I) DELIMITED BY SIZE
               " GPA " DELIMITED BY SIZE
               WS-GPA-DISP DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               WS-IT-SIT-DEPOIS(WS-I) DELIMITED BY SIZE
               " GPA " DELIMITED BY SIZE
               WS-GPA-DISP-2 DELIMITED BY SIZE
               WS-MARCA DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

           MOVE SPACES TO WS-MARCA.
           IF WS-IT-BOLSA-ANTES(WS-I) NOT = WS-IT-BOLSA-DEPOIS(WS-I)
               MOVE "  ALTERADO" TO WS-MARCA
               MOVE "S" TO WS-IT-MUDOU(WS-I)
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  BOLSA ANTES.......: " DELIMITED BY SIZE
               WS-IT-BOLSA-ANTES(WS-I) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  BOLSA DEPOIS......: " DELIMITED BY SIZE
               WS-IT-BOLSA-DEPOIS(WS-I) DELIMITED BY SIZE
               WS-MARCA DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

           MOVE SPACES TO WS-MARCA.
           IF WS-IT-RECUP-ANTES(WS-I) NOT = WS-IT-RECUP-DEPOIS(WS-I)
               MOVE "  ALTERADO" TO WS-MARCA
               MOVE "S" TO WS-IT-MUDOU(WS-I)
           END-IF.
           IF WS-IT-RECUP-ANTES(WS-I) = "S"
               MOVE "ELEGIVEL" TO WS-TEXTO-ANTES
           ELSE
               MOVE "NAO ELEGIVEL" TO WS-TEXTO-ANTES
           END-IF.
           IF WS-IT-RECUP-DEPOIS(WS-I) = "S"
               MOVE "ELEGIVEL" TO WS-TEXTO-DEPOIS
           ELSE
               MOVE "NAO ELEGIVEL" TO WS-TEXTO-DEPOIS
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  RECUPERACAO.......: " DELIMITED BY SIZE
               WS-TEXTO-ANTES DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               WS-TEXTO-DEPOIS DELIMITED BY SIZE
               WS-MARCA DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

           MOVE SPACES TO WS-PRINT-LINE.
           EVALUATE TRUE
               WHEN IT-PORTAL-CORRIGIDO(WS-I)
                   MOVE "S" TO WS-IT-MUDOU(WS-I)
                   STRING "  PORTAL............: JA SUBMETIDA - "
                       DELIMITED BY SIZE
                       "CORRECAO EM PORTAL-CORRECOES.DAT"
                       DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               WHEN IT-PORTAL-SEM-LINHA(WS-I)
                   STRING "  PORTAL............: JA SUBMETIDA, MAS "
                       DELIMITED BY SIZE
                       "SEM LINHA VIGENTE EM CURRENT-GRADES.DAT - "
                       DELIMITED BY SIZE
                       "CORRIGIR A MAO" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "  PORTAL............: NAO SUBMETIDA - "
                       DELIMITED BY SIZE
                       "SEGUE NA PROXIMA SUBMISSAO" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
           END-EVALUATE.
           PERFORM IMPRIMIR-LINHA.
           IF IT-MUDOU(WS-I)
               ADD 1 TO WS-QT-MUDARAM
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "ALTERACOES CAUSADAS POR AJUSTE DE NOTA"
               DELIMITED BY SIZE
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

       IMPRIMIR-LINHA.
           IF WS-PRINT-LINHA >= WS-PRINT-MAX-LINHAS
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE WS-PRINT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-PRINT-LINHA.

      * The queue is re-read under its lock so an approval that came
      * in while this pass ran keeps its pending line; only the
      * items taken here are flipped.
       MARCAR-PROCESSADOS.
           MOVE "AJUSTE-REFLEXOS.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM CARREGAR-FILA.
           IF WS-TOTAL-FILA > WS-MAX-FILA
               MOVE WS-MAX-FILA TO WS-TOTAL-FILA
           END-IF.
           OPEN OUTPUT REFLEXO-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-FILA
               MOVE WS-FILA-REG(WS-I) TO AJUSTE-REFLEXO-RECORD
               IF RF-PENDENTE
                   PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-TOTAL-ITENS
                       IF WS-IT-SEQ(WS-J) = RF-SEQ
                           MOVE "F" TO RF-STATUS
                           MOVE WS-DATA-EXECUCAO TO RF-PROCESSADO-EM
                       END-IF
                   END-PERFORM
               END-IF
               WRITE AJUSTE-REFLEXO-RECORD
           END-PERFORM.
           CLOSE REFLEXO-FILE.
           PERFORM LIBERAR-TRAVA.

      * Letter-grade conversion against the GRADE-SCALE.DAT bands
      * (see GRDSCALE.cpy): the course's own line in force for the
      * term when it has one, the DEFAULT line in force otherwise
      * (RULEVIG.cpy); the first band the media reaches is the
      * letter.
       CARREGAR-ESCALA.
           IF NOT ESCALA-LIDA
               MOVE "S" TO WS-ESCALA-LIDA
               MOVE SPACES TO WS-ESCALA-STATUS
               OPEN INPUT GRADE-SCALE-FILE
               IF WS-ESCALA-STATUS = "00"
                   PERFORM UNTIL WS-ESCALA-STATUS = "10"
                       OR WS-TOTAL-ESCALAS = 10
                       READ GRADE-SCALE-FILE
                           AT END
                               MOVE "10" TO WS-ESCALA-STATUS
                           NOT AT END
                               ADD 1 TO WS-TOTAL-ESCALAS
                               MOVE GRADE-SCALE-RECORD
                                   TO WS-ESCALA-ENTRY
                                       (WS-TOTAL-ESCALAS)
                       END-READ
                   END-PERFORM
                   CLOSE GRADE-SCALE-FILE
               END-IF
           END-IF.

       CONVERTER-LETRA.
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
           IF WS-ESCALA-USO > 0
               PERFORM VARYING WS-ESCALA-J FROM 1 BY 1
                   UNTIL WS-ESCALA-J > 5
                   IF WS-LETRA = "?"
                       AND WS-LETRA-NOTA >=
                           WS-ESCALA-MINIMO(WS-ESCALA-USO,
                               WS-ESCALA-J)
                       MOVE WS-ESCALA-LETRA(WS-ESCALA-USO,
                           WS-ESCALA-J) TO WS-LETRA
                   END-IF
               END-PERFORM
           END-IF.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "AJUSTE-REFLEX" TO AU-PROGRAM.
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
           MOVE "AJUSTE-REFLEX" TO TRAVA-PROGRAMA.
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
