      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Supervised merge of a duplicate matricula into the
      *          one the registrar keeps (DUPLICIDADE-ALUNOS lists
      *          the likely pairs). Nivel 2 on OPERATOR-MASTER.DAT.
      *          Both ids are shown with a count of their rows in
      *          every student-keyed file; after the confirmation,
      *          and holding STUDENT-GRADES.LCK (no posting lands
      *          mid-merge) and the locks of the files that have
      *          their own, each file is copied through with the
      *          retired id replaced by the surviving id. Where the
      *          surviving id already has the same enrollment,
      *          attendance, transfer credit, waitlist place, grade
      *          sheet line or discipline grade, the retired id's
      *          line is dropped instead, and the address is the
      *          survivor's when both have one. The retired id
      *          leaves STUDENT.DAT, the survivor taking the further
      *          status of the two (FORMADO over ATIVO over
      *          INATIVO); STUDENT-GRADES-IX.DAT and the archive
      *          index STUDENT-GRADES-ARCH-IX.DAT are regraved; the
      *          forwarding line goes to ALUNOS-UNIFICADOS.DAT
      *          (UNIFICA.cpy) for CONSULTA-ALUNO; and AUDIT-LOG.DAT
      *          gets both master rows before, the survivor after,
      *          and each touched file's row counts before and
      *          after. Class attendance, double-keying holds,
      *          re-enrollment proposals, the recuperacao seating
      *          register and the adjustment reflections follow the
      *          survivor too; a meeting, hold or exam seat the
      *          survivor already has drops the retired id's line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNIFICACAO-ALUNOS.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT ORIGEM-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGEM-STATUS.
           SELECT DESTINO-FILE ASSIGN TO DYNAMIC WS-NOME-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESTINO-STATUS.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENT-GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.
           SELECT GRADES-IX-FILE ASSIGN TO "STUDENT-GRADES-IX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-CHAVE
               FILE STATUS IS WS-GX-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "STUDENT-GRADES-ARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT ARCH-IX-FILE ASSIGN TO "STUDENT-GRADES-ARCH-IX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CHAVE
               FILE STATUS IS WS-AX-STATUS.
           SELECT UNIFICA-FILE ASSIGN TO "ALUNOS-UNIFICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIFICA-STATUS.
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
       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  ORIGEM-FILE.
       01 ORIGEM-LINE        PIC X(300).

       FD  DESTINO-FILE.
       01 DESTINO-LINE       PIC X(300).

       FD  STUDENT-GRADES-FILE.
           COPY STDGRADE.

       FD  GRADES-IX-FILE.
           COPY STDGRIX.

      * Second FD needs its own record name since STUDENT-GRADE-RECORD
      * is already claimed above by the live file.
       FD  ARCHIVE-FILE.
           COPY STDGRADE
               REPLACING ==STUDENT-GRADE-RECORD==
                             BY ==ARCHIVE-GRADE-RECORD==
                         ==SG-KEY==        BY ==AG-KEY==
                         ==SG-STUDENT-ID== BY ==AG-STUDENT-ID==
                         ==SG-PROGRAMA-ID== BY ==AG-PROGRAMA-ID==
                         ==SG-NOTA-1==     BY ==AG-NOTA-1==
                         ==SG-NOTA-2==     BY ==AG-NOTA-2==
                         ==SG-NOTA-3==     BY ==AG-NOTA-3==
                         ==SG-MEDIA==      BY ==AG-MEDIA==
                         ==SG-RESULTADO==  BY ==AG-RESULTADO==
                         ==SG-DATA-HORA==  BY ==AG-DATA-HORA==
                         ==SG-TERMO==      BY ==AG-TERMO==
                         ==SG-OPERADOR==   BY ==AG-OPERADOR==
                         ==SG-SITUACAO==   BY ==AG-SITUACAO==
                         ==SG-VIGENTE==    BY ==AG-VIGENTE==
                         ==SG-SUPERSEDIDA== BY ==AG-SUPERSEDIDA==
                         ==SG-MOTIVO-AJUSTE== BY ==AG-MOTIVO-AJUSTE==
                         ==SG-TURMA==      BY ==AG-TURMA==.

       FD  ARCH-IX-FILE.
           COPY STDGRAX.

       FD  UNIFICA-FILE.
           COPY UNIFICA.

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
       77 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-ORIGEM-STATUS    PIC X(2) VALUE SPACES.
       77 WS-DESTINO-STATUS   PIC X(2) VALUE SPACES.
       77 WS-SG-STATUS        PIC X(2) VALUE SPACES.
       77 WS-GX-STATUS        PIC X(2) VALUE SPACES.
       77 WS-ARCH-STATUS      PIC X(2) VALUE SPACES.
       77 WS-AX-STATUS        PIC X(2) VALUE SPACES.
       77 WS-UNIFICA-STATUS   PIC X(2) VALUE SPACES.
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
       77 WS-GX-GRAVOU        PIC X VALUE "N".
           88 GX-GRAVADA      VALUE "S".

       01 WS-NOME-ORIGEM     PIC X(40) VALUE SPACES.
       01 WS-NOME-DESTINO    PIC X(40) VALUE SPACES.
       01 WS-NOME-TRABALHO   PIC X(40) VALUE "UNIFICACAO-TRAB.DAT".

      * The student-keyed files, one 42-byte entry each: file name,
      * rule, position of the matricula, position of a second
      * matricula field (000 = none), and the position and length of
      * the part that makes a line the same line for the survivor.
      * Rule T moves every line; C drops the retired id's line when
      * the survivor has one with the same part; U drops it when the
      * survivor has any line at all. STUDENT.DAT itself is handled
      * apart.
       01 WS-ARQUIVOS-ALUNO.
           05 FILLER PIC X(42) VALUE
               "STUDENT-GRADES.DAT            T00100000000".
           05 FILLER PIC X(42) VALUE
               "STUDENT-GRADES-ARCH.DAT       T00100000000".
           05 FILLER PIC X(42) VALUE
               "CURRENT-GRADES.DAT            T00100000000".
           05 FILLER PIC X(42) VALUE
               "GRADES-PENDENTES.DAT          T00100000000".
           05 FILLER PIC X(42) VALUE
               "STUDENT-COURSES.DAT           C00100001110".
           05 FILLER PIC X(42) VALUE
               "ATTENDANCE.DAT                C00100001110".
           05 FILLER PIC X(42) VALUE
               "STUDENT-ADDRESS.DAT           U00100000000".
           05 FILLER PIC X(42) VALUE
               "TURMA-HISTORY.DAT             T00100000000".
           05 FILLER PIC X(42) VALUE
               "HOLDS.DAT                     T00700000000".
           05 FILLER PIC X(42) VALUE
               "STUDENT-LEDGER.DAT            T00100000000".
           05 FILLER PIC X(42) VALUE
               "PAGAMENTOS-SUSPENSE.DAT       T02109800000".
           05 FILLER PIC X(42) VALUE
               "APROVEITAMENTOS.DAT           C00100001110".
           05 FILLER PIC X(42) VALUE
               "DIPLOMAS.DAT                  T00700000000".
           05 FILLER PIC X(42) VALUE
               "CERT-REGISTRO.DAT             T00700000000".
           05 FILLER PIC X(42) VALUE
               "GRADE-APPEALS.DAT             T00700000000".
           05 FILLER PIC X(42) VALUE
               "PENDING-ADJUSTMENTS.DAT       T00800000000".
           05 FILLER PIC X(42) VALUE
               "WAITLIST.DAT                  C00500001510".
           05 FILLER PIC X(42) VALUE
               "ACADEMIC-STANDING.DAT         T00100000000".
           05 FILLER PIC X(42) VALUE
               "CLASS-RANK.DAT                T02100000000".
           05 FILLER PIC X(42) VALUE
               "EXERCICIO08-NOTAS.DAT         C00100001140".
           05 FILLER PIC X(42) VALUE
               "AVISOS-MANIFESTO.DAT          T02000000000".
           05 FILLER PIC X(42) VALUE
               "PAUTAS-EMITIDAS.DAT           C01500000114".
           05 FILLER PIC X(42) VALUE
               "ROSTER-EX13.DAT               T00100000000".
           05 FILLER PIC X(42) VALUE
               "CHAMADA.DAT                   C02300000122".
           05 FILLER PIC X(42) VALUE
               "DIGITACAO-PENDENTE.DAT        C00100001116".
           05 FILLER PIC X(42) VALUE
               "REMATRICULA-PROPOSTA.DAT      T00700000000".
           05 FILLER PIC X(42) VALUE
               "RECUP-AGENDA.DAT              C01700000116".
           05 FILLER PIC X(42) VALUE
               "AJUSTE-REFLEXOS.DAT           T00800000000".
       01 WS-TABELA-ARQUIVOS REDEFINES WS-ARQUIVOS-ALUNO.
           05 WS-ARQ-ENTRY OCCURS 28 TIMES.
               10 WS-ARQ-NOME       PIC X(30).
               10 WS-ARQ-REGRA      PIC X(01).
                   88 ARQ-MOVE-TUDO     VALUE "T".
                   88 ARQ-CHAVE-COMUM   VALUE "C".
                   88 ARQ-UMA-LINHA     VALUE "U".
               10 WS-ARQ-POS        PIC 9(03).
               10 WS-ARQ-POS-2      PIC 9(03).
               10 WS-ARQ-CHV-POS    PIC 9(03).
               10 WS-ARQ-CHV-TAM    PIC 9(02).
       01 WS-TOTAL-ARQUIVOS  PIC 9(02) VALUE 28.

      * Counts per file: retired and surviving id before and after,
      * lines dropped.
       01 WS-CONTAGENS.
           05 WS-CT-ENTRY OCCURS 28 TIMES.
               10 WS-CT-RET-ANTES   PIC 9(05).
               10 WS-CT-SOB-ANTES   PIC 9(05).
               10 WS-CT-RET-DEPOIS  PIC 9(05).
               10 WS-CT-SOB-DEPOIS  PIC 9(05).
               10 WS-CT-DESCARTE    PIC 9(05).

      * The shared posting lock first, then the files that carry
      * their own; released in the same table at the end.
       01 WS-TABELA-TRAVAS.
           05 WS-TRAVA-NOME OCCURS 9 TIMES PIC X(30).
       01 WS-T               PIC 9(2).

      * The survivor's keys in the file being copied, for rules C
      * and U.
       01 WS-TABELA-CHAVES.
           05 WS-CHAVE-SOB OCCURS 500 TIMES PIC X(40).
       01 WS-TOTAL-CHAVES    PIC 9(03) VALUE 0.
       01 WS-SOB-TEM-LINHA   PIC X VALUE "N".
           88 SOB-TEM-LINHA  VALUE "S".
       01 WS-CHAVE-LINHA     PIC X(40) VALUE SPACES.
       01 WS-DESCARTAR       PIC X VALUE "N".
           88 DESCARTAR      VALUE "S".

       01 WS-TABELA-ALUNOS.
           05 WS-ALUNO-REG OCCURS 2000 TIMES PIC X(49).
       01 WS-TOTAL-ALUNOS    PIC 9(04) VALUE 0.

       01 WS-ID-RETIRADO     PIC X(10) VALUE SPACES.
       01 WS-ID-SOBREVIVE    PIC X(10) VALUE SPACES.
       01 WS-REG-RETIRADO    PIC X(49) VALUE SPACES.
       01 WS-REG-SOBREVIVE   PIC X(49) VALUE SPACES.
       01 WS-STATUS-RETIRADO PIC X(01) VALUE SPACES.
       01 WS-POS-RETIRADO    PIC 9(04) VALUE 0.
       01 WS-POS-SOBREVIVE   PIC 9(04) VALUE 0.
       01 WS-ID-LINHA        PIC X(10) VALUE SPACES.
       01 WS-A               PIC 9(02).
       01 WS-I               PIC 9(04).
       01 WS-K               PIC 9(03).
       01 WS-P               PIC 9(03).
       01 WS-PC              PIC 9(03).
       01 WS-TAM             PIC 9(02).
       01 WS-LINHAS-MOVIDAS  PIC 9(06) VALUE 0.
       01 WS-LINHAS-DESCARTE PIC 9(06) VALUE 0.
       01 WS-ARQ-CURTO       PIC X(24) VALUE SPACES.
       01 WS-AUDIT-MSG       PIC X(90) VALUE SPACES.
       COPY SNCONF.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR.
           PERFORM VERIFICAR-AUTORIZACAO.
           IF NOT AUTORIZADO
               STOP RUN
           END-IF.
           DISPLAY "MATRICULA DUPLICADA, A SER APOSENTADA: ".
           ACCEPT WS-ID-RETIRADO.
           DISPLAY "MATRICULA QUE PERMANECE: ".
           ACCEPT WS-ID-SOBREVIVE.
           IF WS-ID-RETIRADO = SPACES OR WS-ID-SOBREVIVE = SPACES
               OR WS-ID-RETIRADO = WS-ID-SOBREVIVE
               DISPLAY "INFORME DUAS MATRICULAS DIFERENTES - NADA "
                   "UNIFICADO."
               STOP RUN
           END-IF.
           PERFORM CARREGAR-ALUNOS.
           IF WS-POS-RETIRADO = 0 OR WS-POS-SOBREVIVE = 0
               DISPLAY "AS DUAS MATRICULAS PRECISAM CONSTAR EM "
                   "STUDENT.DAT - NADA UNIFICADO."
               STOP RUN
           END-IF.

           MOVE WS-REG-RETIRADO TO STUDENT-RECORD.
           DISPLAY " ".
           DISPLAY "APOSENTADA:  " ST-STUDENT-ID " " ST-NOME
               " SIT:" ST-STATUS " TURMA:" ST-TURMA.
           MOVE WS-REG-SOBREVIVE TO STUDENT-RECORD.
           DISPLAY "PERMANECE:   " ST-STUDENT-ID " " ST-NOME
               " SIT:" ST-STATUS " TURMA:" ST-TURMA.
           DISPLAY " ".
           DISPLAY "ARQUIVO                        APOSENTADA "
               "PERMANECE".
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-TOTAL-ARQUIVOS
               PERFORM CONTAR-LINHAS
               IF WS-CT-RET-ANTES(WS-A) > 0
                   OR WS-CT-SOB-ANTES(WS-A) > 0
                   DISPLAY WS-ARQ-NOME(WS-A) " "
                       WS-CT-RET-ANTES(WS-A) "      "
                       WS-CT-SOB-ANTES(WS-A)
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-SN-RESPOSTA.
           PERFORM UNTIL SN-VALIDA
               DISPLAY "UNIFICAR " WS-ID-RETIRADO " EM "
                   WS-ID-SOBREVIVE "? ESTA OPERACAO NAO SE DESFAZ "
                   "PELO SISTEMA. (S/N)"
               ACCEPT WS-SN-RESPOSTA
               IF NOT SN-VALIDA
                   DISPLAY "RESPOSTA INVALIDA. DIGITE S OU N."
               END-IF
           END-PERFORM.
           IF SN-NAO
               DISPLAY "UNIFICACAO CANCELADA."
               STOP RUN
           END-IF.

           PERFORM OBTER-TRAVAS.
      * Re-read under the locks: another desk may have merged one of
      * the two ids while this one was confirming.
           PERFORM CARREGAR-ALUNOS.
           IF WS-POS-RETIRADO = 0 OR WS-POS-SOBREVIVE = 0
               PERFORM LIBERAR-TRAVAS
               DISPLAY "UMA DAS MATRICULAS JA NAO CONSTA EM "
                   "STUDENT.DAT - NADA UNIFICADO."
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "UNIFICACAO INICIADA " DELIMITED BY SIZE
               WS-ID-RETIRADO DELIMITED BY SIZE
               " > " DELIMITED BY SIZE
               WS-ID-SOBREVIVE DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "ANTES " DELIMITED BY SIZE
               WS-REG-RETIRADO DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "ANTES " DELIMITED BY SIZE
               WS-REG-SOBREVIVE DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.

           MOVE 0 TO WS-LINHAS-MOVIDAS WS-LINHAS-DESCARTE.
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-TOTAL-ARQUIVOS
               PERFORM UNIFICAR-ARQUIVO
           END-PERFORM.
           PERFORM GRAVAR-ALUNOS.
           PERFORM REGRAVAR-INDICE.
           PERFORM REGRAVAR-INDICE-ARQUIVO.
           PERFORM GRAVAR-ENCAMINHAMENTO.

           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "DEPOIS " DELIMITED BY SIZE
               WS-REG-SOBREVIVE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-ID-RETIRADO DELIMITED BY SIZE
               " EXCLUIDA)" DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "UNIFICACAO CONCLUIDA " DELIMITED BY SIZE
               WS-ID-RETIRADO DELIMITED BY SIZE
               " > " DELIMITED BY SIZE
               WS-ID-SOBREVIVE DELIMITED BY SIZE
               " MOVIDAS=" DELIMITED BY SIZE
               WS-LINHAS-MOVIDAS DELIMITED BY SIZE
               " DESCARTADAS=" DELIMITED BY SIZE
               WS-LINHAS-DESCARTE DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.
           PERFORM LIBERAR-TRAVAS.

           DISPLAY "UNIFICACAO CONCLUIDA: " WS-LINHAS-MOVIDAS
               " LINHAS MOVIDAS, " WS-LINHAS-DESCARTE
               " DESCARTADAS (JA EXISTENTES NA MATRICULA QUE "
               "PERMANECE).".
           DISPLAY WS-ID-RETIRADO " AGORA ENCAMINHA PARA "
               WS-ID-SOBREVIVE " (ALUNOS-UNIFICADOS.DAT).".
           DISPLAY "EXECUTE NOTAS-ATUAIS PARA RECONSOLIDAR "
               "CURRENT-GRADES.DAT.".
           STOP RUN.

       CARREGAR-ALUNOS.
           MOVE 0 TO WS-TOTAL-ALUNOS WS-POS-RETIRADO WS-POS-SOBREVIVE.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   OR WS-TOTAL-ALUNOS = 2000
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-ALUNOS
                           MOVE STUDENT-RECORD
                               TO WS-ALUNO-REG(WS-TOTAL-ALUNOS)
                           IF ST-STUDENT-ID = WS-ID-RETIRADO
                               MOVE WS-TOTAL-ALUNOS TO WS-POS-RETIRADO
                               MOVE STUDENT-RECORD TO WS-REG-RETIRADO
                           END-IF
                           IF ST-STUDENT-ID = WS-ID-SOBREVIVE
                               MOVE WS-TOTAL-ALUNOS
                                   TO WS-POS-SOBREVIVE
                               MOVE STUDENT-RECORD TO WS-REG-SOBREVIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       CONTAR-LINHAS.
           MOVE 0 TO WS-CT-RET-ANTES(WS-A) WS-CT-SOB-ANTES(WS-A).
           MOVE WS-ARQ-NOME(WS-A) TO WS-NOME-ORIGEM.
           MOVE SPACES TO WS-ORIGEM-STATUS.
           OPEN INPUT ORIGEM-FILE.
           IF WS-ORIGEM-STATUS = "00"
               PERFORM UNTIL WS-ORIGEM-STATUS = "10"
                   READ ORIGEM-FILE
                       AT END
                           MOVE "10" TO WS-ORIGEM-STATUS
                       NOT AT END
                           PERFORM CONTAR-LINHA-ANTES
                   END-READ
               END-PERFORM
               CLOSE ORIGEM-FILE
           END-IF.

       CONTAR-LINHA-ANTES.
           MOVE WS-ARQ-POS(WS-A) TO WS-P.
           MOVE ORIGEM-LINE(WS-P:10) TO WS-ID-LINHA.
           IF WS-ID-LINHA = WS-ID-RETIRADO
               ADD 1 TO WS-CT-RET-ANTES(WS-A)
           END-IF.
           IF WS-ID-LINHA = WS-ID-SOBREVIVE
               ADD 1 TO WS-CT-SOB-ANTES(WS-A)
           END-IF.

      * One file: the survivor's keys are gathered, the file is
      * copied to the work file with the retired id replaced (or its
      * line dropped), and the work file is copied back over it. A
      * file with no line of the retired id is left untouched.
       UNIFICAR-ARQUIVO.
           PERFORM CONTAR-LINHAS.
           MOVE 0 TO WS-CT-RET-DEPOIS(WS-A) WS-CT-SOB-DEPOIS(WS-A)
               WS-CT-DESCARTE(WS-A).
           IF WS-CT-RET-ANTES(WS-A) > 0
               OR WS-ARQ-POS-2(WS-A) > 0
               PERFORM CARREGAR-CHAVES-SOBREVIVENTE
               MOVE WS-ARQ-NOME(WS-A) TO WS-NOME-ORIGEM
               MOVE WS-NOME-TRABALHO TO WS-NOME-DESTINO
               MOVE SPACES TO WS-ORIGEM-STATUS
               OPEN INPUT ORIGEM-FILE
               IF WS-ORIGEM-STATUS = "00"
                   OPEN OUTPUT DESTINO-FILE
                   PERFORM UNTIL WS-ORIGEM-STATUS = "10"
                       READ ORIGEM-FILE
                           AT END
                               MOVE "10" TO WS-ORIGEM-STATUS
                           NOT AT END
                               PERFORM TRANSFERIR-LINHA
                       END-READ
                   END-PERFORM
                   CLOSE DESTINO-FILE
                   CLOSE ORIGEM-FILE
                   PERFORM DEVOLVER-ARQUIVO
                   PERFORM AUDITAR-ARQUIVO
               END-IF
           END-IF.

       CARREGAR-CHAVES-SOBREVIVENTE.
           MOVE 0 TO WS-TOTAL-CHAVES.
           MOVE "N" TO WS-SOB-TEM-LINHA.
           IF NOT ARQ-MOVE-TUDO(WS-A)
               MOVE WS-ARQ-NOME(WS-A) TO WS-NOME-ORIGEM
               MOVE SPACES TO WS-ORIGEM-STATUS
               OPEN INPUT ORIGEM-FILE
               IF WS-ORIGEM-STATUS = "00"
                   PERFORM UNTIL WS-ORIGEM-STATUS = "10"
                       READ ORIGEM-FILE
                           AT END
                               MOVE "10" TO WS-ORIGEM-STATUS
                           NOT AT END
                               PERFORM GUARDAR-CHAVE-SOBREVIVENTE
                       END-READ
                   END-PERFORM
                   CLOSE ORIGEM-FILE
               END-IF
           END-IF.

       GUARDAR-CHAVE-SOBREVIVENTE.
           MOVE WS-ARQ-POS(WS-A) TO WS-P.
           IF ORIGEM-LINE(WS-P:10) = WS-ID-SOBREVIVE
               MOVE "S" TO WS-SOB-TEM-LINHA
               IF ARQ-CHAVE-COMUM(WS-A) AND WS-TOTAL-CHAVES < 500
                   PERFORM EXTRAIR-CHAVE
                   ADD 1 TO WS-TOTAL-CHAVES
                   MOVE WS-CHAVE-LINHA
                       TO WS-CHAVE-SOB(WS-TOTAL-CHAVES)
               END-IF
           END-IF.

       EXTRAIR-CHAVE.
           MOVE SPACES TO WS-CHAVE-LINHA.
           MOVE WS-ARQ-CHV-POS(WS-A) TO WS-PC.
           MOVE WS-ARQ-CHV-TAM(WS-A) TO WS-TAM.
           MOVE ORIGEM-LINE(WS-PC:WS-TAM) TO WS-CHAVE-LINHA.

       TRANSFERIR-LINHA.
           MOVE ORIGEM-LINE TO DESTINO-LINE.
           MOVE "N" TO WS-DESCARTAR.
           MOVE WS-ARQ-POS(WS-A) TO WS-P.
           IF ORIGEM-LINE(WS-P:10) = WS-ID-RETIRADO
               IF ARQ-UMA-LINHA(WS-A) AND SOB-TEM-LINHA
                   MOVE "S" TO WS-DESCARTAR
               END-IF
               IF ARQ-CHAVE-COMUM(WS-A)
                   PERFORM EXTRAIR-CHAVE
                   PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-TOTAL-CHAVES OR DESCARTAR
                       IF WS-CHAVE-SOB(WS-K) = WS-CHAVE-LINHA
                           MOVE "S" TO WS-DESCARTAR
                       END-IF
                   END-PERFORM
               END-IF
               IF DESCARTAR
                   ADD 1 TO WS-CT-DESCARTE(WS-A)
                   ADD 1 TO WS-LINHAS-DESCARTE
               ELSE
                   MOVE WS-ID-SOBREVIVE TO DESTINO-LINE(WS-P:10)
                   ADD 1 TO WS-LINHAS-MOVIDAS
               END-IF
           END-IF.
           IF WS-ARQ-POS-2(WS-A) > 0
               MOVE WS-ARQ-POS-2(WS-A) TO WS-P
               IF ORIGEM-LINE(WS-P:10) = WS-ID-RETIRADO
                   MOVE WS-ID-SOBREVIVE TO DESTINO-LINE(WS-P:10)
               END-IF
           END-IF.
           IF NOT DESCARTAR
               WRITE DESTINO-LINE
           END-IF.

      * Work file back over the live one, counting the after side on
      * the way.
       DEVOLVER-ARQUIVO.
           MOVE WS-NOME-TRABALHO TO WS-NOME-ORIGEM.
           MOVE WS-ARQ-NOME(WS-A) TO WS-NOME-DESTINO.
           MOVE SPACES TO WS-ORIGEM-STATUS.
           OPEN INPUT ORIGEM-FILE.
           OPEN OUTPUT DESTINO-FILE.
           PERFORM UNTIL WS-ORIGEM-STATUS = "10"
               READ ORIGEM-FILE
                   AT END
                       MOVE "10" TO WS-ORIGEM-STATUS
                   NOT AT END
                       MOVE ORIGEM-LINE TO DESTINO-LINE
                       WRITE DESTINO-LINE
                       MOVE WS-ARQ-POS(WS-A) TO WS-P
                       IF ORIGEM-LINE(WS-P:10) = WS-ID-RETIRADO
                           ADD 1 TO WS-CT-RET-DEPOIS(WS-A)
                       END-IF
                       IF ORIGEM-LINE(WS-P:10) = WS-ID-SOBREVIVE
                           ADD 1 TO WS-CT-SOB-DEPOIS(WS-A)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DESTINO-FILE.
           CLOSE ORIGEM-FILE.
           DELETE FILE ORIGEM-FILE.

      * Counts are aposentada/permanece, before and after.
       AUDITAR-ARQUIVO.
           MOVE WS-ARQ-NOME(WS-A) TO WS-ARQ-CURTO.
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING WS-ID-RETIRADO DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               WS-ID-SOBREVIVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ARQ-CURTO DELIMITED BY SPACE
               " ANT:" DELIMITED BY SIZE
               WS-CT-RET-ANTES(WS-A) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CT-SOB-ANTES(WS-A) DELIMITED BY SIZE
               " DEP:" DELIMITED BY SIZE
               WS-CT-RET-DEPOIS(WS-A) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CT-SOB-DEPOIS(WS-A) DELIMITED BY SIZE
               " DESC:" DELIMITED BY SIZE
               WS-CT-DESCARTE(WS-A) DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.

      * The retired row leaves the master; the survivor keeps its
      * own name and turma and takes the further status of the two.
       GRAVAR-ALUNOS.
           MOVE WS-REG-RETIRADO TO STUDENT-RECORD.
           MOVE ST-STATUS TO WS-STATUS-RETIRADO.
           MOVE WS-REG-SOBREVIVE TO STUDENT-RECORD.
           IF WS-STATUS-RETIRADO = "G"
               MOVE "G" TO ST-STATUS
           END-IF.
           IF WS-STATUS-RETIRADO = "A" AND ST-INATIVO
               MOVE "A" TO ST-STATUS
           END-IF.
           MOVE STUDENT-RECORD TO WS-REG-SOBREVIVE.
           MOVE WS-REG-SOBREVIVE TO WS-ALUNO-REG(WS-POS-SOBREVIVE).
           OPEN OUTPUT STUDENT-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               IF WS-I NOT = WS-POS-RETIRADO
                   MOVE WS-ALUNO-REG(WS-I) TO STUDENT-RECORD
                   WRITE STUDENT-RECORD
               END-IF
           END-PERFORM.
           CLOSE STUDENT-FILE.

       GRAVAR-ENCAMINHAMENTO.
           MOVE WS-REG-RETIRADO TO STUDENT-RECORD.
           MOVE SPACES TO UNIFICACAO-RECORD.
           MOVE WS-ID-RETIRADO TO UN-ID-ANTIGO.
           MOVE WS-ID-SOBREVIVE TO UN-ID-NOVO.
           MOVE ST-NOME TO UN-NOME-ANTIGO.
           MOVE FUNCTION CURRENT-DATE(1:19) TO UN-DATA-HORA.
           MOVE WS-OPERADOR TO UN-OPERADOR.
           MOVE WS-LINHAS-MOVIDAS TO UN-LINHAS-MOVIDAS.
           MOVE SPACES TO WS-UNIFICA-STATUS.
           OPEN EXTEND UNIFICA-FILE.
           IF WS-UNIFICA-STATUS = "35"
               OPEN OUTPUT UNIFICA-FILE
           END-IF.
           WRITE UNIFICACAO-RECORD.
           CLOSE UNIFICA-FILE.

      * The history changed rows in place, so the keyed mirror
      * (STDGRIX.cpy) is regraved whole from the fresh master, still
      * inside the lock. No mirror on disk means NOTAS-INDEXA has not
      * converted yet; nothing to maintain then.
       REGRAVAR-INDICE.
           MOVE SPACES TO WS-GX-STATUS.
           OPEN INPUT GRADES-IX-FILE.
           IF WS-GX-STATUS = "00"
               CLOSE GRADES-IX-FILE
               OPEN OUTPUT GRADES-IX-FILE
               MOVE SPACES TO WS-SG-STATUS
               OPEN INPUT STUDENT-GRADES-FILE
               PERFORM UNTIL WS-SG-STATUS = "10"
                   READ STUDENT-GRADES-FILE
                       AT END
                           MOVE "10" TO WS-SG-STATUS
                       NOT AT END
                           PERFORM GRAVAR-LINHA-INDEXADA
                   END-READ
               END-PERFORM
               CLOSE STUDENT-GRADES-FILE
               CLOSE GRADES-IX-FILE
           END-IF.

       GRAVAR-LINHA-INDEXADA.
           MOVE SG-STUDENT-ID TO GX-STUDENT-ID.
           MOVE SG-PROGRAMA-ID TO GX-PROGRAMA-ID.
           MOVE SG-DATA-HORA TO GX-DATA-HORA.
           MOVE 0 TO GX-SEQ.
           MOVE SG-NOTA-1 TO GX-NOTA-1.
           MOVE SG-NOTA-2 TO GX-NOTA-2.
           MOVE SG-NOTA-3 TO GX-NOTA-3.
           MOVE SG-MEDIA TO GX-MEDIA.
           MOVE SG-RESULTADO TO GX-RESULTADO.
           MOVE SG-TERMO TO GX-TERMO.
           MOVE SG-OPERADOR TO GX-OPERADOR.
           MOVE SG-SITUACAO TO GX-SITUACAO.
           MOVE SG-MOTIVO-AJUSTE TO GX-MOTIVO-AJUSTE.
           MOVE SG-TURMA TO GX-TURMA.
           MOVE "N" TO WS-GX-GRAVOU.
           PERFORM UNTIL GX-GRAVADA OR GX-SEQ > 998
               WRITE GRADE-IX-RECORD
               IF WS-GX-STATUS = "22"
                   ADD 1 TO GX-SEQ
               ELSE
                   MOVE "S" TO WS-GX-GRAVOU
               END-IF
           END-PERFORM.

      * The archive (STDGRAX.cpy) was copied through like the live
      * history, so its index is regraved the same way.
       REGRAVAR-INDICE-ARQUIVO.
           MOVE SPACES TO WS-AX-STATUS.
           OPEN INPUT ARCH-IX-FILE.
           IF WS-AX-STATUS = "00"
               CLOSE ARCH-IX-FILE
               OPEN OUTPUT ARCH-IX-FILE
               MOVE SPACES TO WS-ARCH-STATUS
               OPEN INPUT ARCHIVE-FILE
               PERFORM UNTIL WS-ARCH-STATUS = "10"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "10" TO WS-ARCH-STATUS
                       NOT AT END
                           PERFORM GRAVAR-LINHA-ARQUIVO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               CLOSE ARCH-IX-FILE
           END-IF.

       GRAVAR-LINHA-ARQUIVO.
           MOVE AG-STUDENT-ID TO AX-STUDENT-ID.
           MOVE AG-PROGRAMA-ID TO AX-PROGRAMA-ID.
           MOVE AG-DATA-HORA TO AX-DATA-HORA.
           MOVE 0 TO AX-SEQ.
           MOVE AG-NOTA-1 TO AX-NOTA-1.
           MOVE AG-NOTA-2 TO AX-NOTA-2.
           MOVE AG-NOTA-3 TO AX-NOTA-3.
           MOVE AG-MEDIA TO AX-MEDIA.
           MOVE AG-RESULTADO TO AX-RESULTADO.
           MOVE AG-TERMO TO AX-TERMO.
           MOVE AG-OPERADOR TO AX-OPERADOR.
           MOVE AG-SITUACAO TO AX-SITUACAO.
           MOVE AG-MOTIVO-AJUSTE TO AX-MOTIVO-AJUSTE.
           MOVE AG-TURMA TO AX-TURMA.
           MOVE "N" TO WS-GX-GRAVOU.
           PERFORM UNTIL GX-GRAVADA OR AX-SEQ > 998
               WRITE GRADE-ARCH-IX-RECORD
               IF WS-AX-STATUS = "22"
                   ADD 1 TO AX-SEQ
               ELSE
                   MOVE "S" TO WS-GX-GRAVOU
               END-IF
           END-PERFORM.

       OBTER-TRAVAS.
           MOVE "STUDENT-GRADES.LCK" TO WS-TRAVA-NOME(1).
           MOVE "ADJ-PENDENTES.LCK" TO WS-TRAVA-NOME(2).
           MOVE "HOLDS.LCK" TO WS-TRAVA-NOME(3).
           MOVE "STUDENT-LEDGER.LCK" TO WS-TRAVA-NOME(4).
           MOVE "APROVEITAMENTOS.LCK" TO WS-TRAVA-NOME(5).
           MOVE "DIPLOMAS.LCK" TO WS-TRAVA-NOME(6).
           MOVE "CERT-REGISTRO.LCK" TO WS-TRAVA-NOME(7).
           MOVE "DIGITACAO-PENDENTE.LCK" TO WS-TRAVA-NOME(8).
           MOVE "AJUSTE-REFLEXOS.LCK" TO WS-TRAVA-NOME(9).
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 9
               MOVE WS-TRAVA-NOME(WS-T) TO WS-LOCK-NOME
               PERFORM OBTER-TRAVA
           END-PERFORM.

       LIBERAR-TRAVAS.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 9
               MOVE WS-TRAVA-NOME(WS-T) TO WS-LOCK-NOME
               PERFORM LIBERAR-TRAVA
           END-PERFORM.

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
               DISPLAY "ACESSO NEGADO: UNIFICACAO EXIGE NIVEL "
                   WS-NIVEL-EXIGIDO ". OPERADOR ATUAL: " WS-OPERADOR
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "UNIFICACAO NEGADA OPERADOR=" DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   " NIVEL EXIGIDO=" DELIMITED BY SIZE
                   WS-NIVEL-EXIGIDO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "UNIFICA-ALUNO" TO AU-PROGRAM.
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
           MOVE "UNIFICA-ALUNO" TO TRAVA-PROGRAMA.
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
