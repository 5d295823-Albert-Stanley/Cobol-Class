      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Masked copy of the production data set into a
      *          separate test directory, so the test desks and the
      *          developers work on realistic volumes without
      *          handling real students. Supervisor only (nivel 3 on
      *          OPERATOR-MASTER.DAT). The directory comes from
      *          DIRETORIO_TESTE or is asked for; the run refuses
      *          any directory that turns out to be this one (a
      *          probe file written here must not be visible there,
      *          whatever path spelling or link leads to it). Every
      *          file in the table is copied line by line: each
      *          matricula becomes a fake one, ALU + sequence + a
      *          check digit that passes VALIDAR-PADRAO-MATRICULA
      *          (STIDCHK.cpy), the same real id always getting the
      *          same fake id in every file (STUDENT.DAT first, in
      *          master order, then the ids only the history knows);
      *          student names become ALUNO TESTE + the fake
      *          sequence, instructor names DOCENTE TESTE + their
      *          code, and the street, CEP, phone and e-mail of
      *          STUDENT-ADDRESS.DAT (and the contact on
      *          AVISOS-MANIFESTO.DAT) fake values derived from the
      *          same sequence. Grades, dates, amounts, courses and
      *          the turma structure are copied untouched. The
      *          masters and rule files go across as they are. Read
      *          under STUDENT-GRADES.LCK, so no posting lands
      *          mid-copy; start and end go to AUDIT-LOG.DAT here.
      *          The instructor name TURMAS.DAT copies into
      *          TU-INSTRUTOR is masked from TU-INSTRUTOR-ID like the
      *          one on INSTRUCTOR.DAT, and the attendance, keying,
      *          re-enrolment, reflex, portal, snapshot and
      *          recuperacao files are masked like the history; on
      *          the print-style PORTAL-REGISTER.DAT and
      *          RECUP-ELEGIVEIS.DAT only the detail lines are.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCARA-TESTE.
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
           SELECT SONDA-FILE ASSIGN TO DYNAMIC WS-NOME-SONDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SONDA-STATUS.
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

       FD  SONDA-FILE.
       01 SONDA-LINE         PIC X(40).

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
       77 WS-SONDA-STATUS     PIC X(2) VALUE SPACES.
       77 WS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS   PIC X(2) VALUE SPACES.
       77 WS-OPERMST-STATUS   PIC X(2) VALUE SPACES.
       77 WS-NIVEL-EXIGIDO    PIC 9(1) VALUE 3.
       77 WS-AUTORIZADO       PIC X VALUE "N".
           88 AUTORIZADO      VALUE "S".
       77 WS-OPERADOR         PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO    PIC X VALUE "N".
           88 OPERADOR-LIDO   VALUE "S".
       COPY SESRESOL.
       COPY LOCKF.
       COPY AUDCHAIN.
       COPY STIDCHK.

      * Working view of a STUDENT-ADDRESS.DAT line while it is masked.
       COPY ADDRESS.

       01 WS-DIR-TESTE       PIC X(150) VALUE SPACES.
       01 WS-NOME-ORIGEM     PIC X(40) VALUE SPACES.
       01 WS-NOME-DESTINO    PIC X(200) VALUE SPACES.
       01 WS-NOME-SONDA      PIC X(200) VALUE SPACES.
       01 WS-SONDA-ARQUIVO   PIC X(30) VALUE "MASCARA-SONDA.TMP".
       01 WS-SONDA-MARCA     PIC X(40) VALUE SPACES.
       01 WS-SONDA-VISTA     PIC X VALUE "N".
           88 SONDA-VISTA    VALUE "S".

      * The data set, one 47-byte entry per file: file name, rule,
      * position of the matricula, position of a second matricula
      * field (000 = none), position and length of a name field and
      * of a phone/e-mail field (000 = none). Rule A masks the
      * matricula(s), the student name from the first matricula and
      * the contact; E is STUDENT-ADDRESS.DAT, whose address fields
      * are masked apart; D masks an instructor name from the
      * instructor code at the first position; L is a print-style
      * listing, masked as A on its detail lines only (those that
      * carry MEDIA=), the header and total lines going across as
      * they are; C copies the file as it is.
       01 WS-ARQUIVOS-BASE.
           05 FILLER PIC X(47) VALUE
               "STUDENT.DAT                   A0010000113000000".
           05 FILLER PIC X(47) VALUE
               "STUDENT-ADDRESS.DAT           E0010000000000000".
           05 FILLER PIC X(47) VALUE
               "STUDENT-GRADES.DAT            A0010000000000000".
           05 FILLER PIC X(47) VALUE
               "STUDENT-GRADES-ARCH.DAT       A0010000000000000".
           05 FILLER PIC X(47) VALUE
               "CURRENT-GRADES.DAT            A0010000000000000".
           05 FILLER PIC X(47) VALUE
               "GRADES-PENDENTES.DAT          A0010000000000000".
           05 FILLER PIC X(47) VALUE
               "STUDENT-COURSES.DAT           A0010000000000000".
           05 FILLER PIC X(47) VALUE
               "ATTENDANCE.DAT                A0010000000000000".
           05 FILLER PIC X(47) VALUE
               "TURMA-HISTORY.DAT             A0010000000000000".
           05 FILLER PIC X(47) VALUE
               "HOLDS.DAT                     A0070000000000000".
           05 FILLER PIC X(47) VALUE
               "STUDENT-LEDGER.DAT            A0010000000000000".
           05 FILLER PIC X(47) VALUE
               "PAGAMENTOS-SUSPENSE.DAT       A0210980000000000".
           05 FILLER PIC X(47) VALUE
               "APROVEITAMENTOS.DAT           A0010000000000000".
           05 FILLER PIC X(47) VALUE
               "DIPLOMAS.DAT                  A0070000173000000".
           05 FILLER PIC X(47) VALUE
               "CERT-REGISTRO.DAT             A0070000000000000".
           05 FILLER PIC X(47) VALUE
               "GRADE-APPEALS.DAT             A0070000000000000".
           05 FILLER PIC X(47) VALUE
               "PENDING-ADJUSTMENTS.DAT       A0080000000000000".
           05 FILLER PIC X(47) VALUE
               "WAITLIST.DAT                  A0050000000000000".
           05 FILLER PIC X(47) VALUE
               "ACADEMIC-STANDING.DAT         A0010000000000000".
           05 FILLER PIC X(47) VALUE
               "CLASS-RANK.DAT                A0210000000000000".
           05 FILLER PIC X(47) VALUE
               "EXERCICIO08-NOTAS.DAT         A0010000000000000".
           05 FILLER PIC X(47) VALUE
               "AVISOS-MANIFESTO.DAT          A0200000000006140".
           05 FILLER PIC X(47) VALUE
               "PAUTAS-EMITIDAS.DAT           A0150000000000000".
           05 FILLER PIC X(47) VALUE
               "ROSTER-EX13.DAT               A0010000000000000".
           05 FILLER PIC X(47) VALUE
               "ALUNOS-UNIFICADOS.DAT         A0010110213000000".
           05 FILLER PIC X(47) VALUE
               "CHAMADA.DAT                   A0230000000000000".
           05 FILLER PIC X(47) VALUE
               "DIGITACAO-PENDENTE.DAT        A0010000000000000".
           05 FILLER PIC X(47) VALUE
               "REMATRICULA-PROPOSTA.DAT      A0070000000000000".
           05 FILLER PIC X(47) VALUE
               "AJUSTE-REFLEXOS.DAT           A0080000000000000".
           05 FILLER PIC X(47) VALUE
               "SITUACAO-ONTEM.DAT            A0010000113000000".
           05 FILLER PIC X(47) VALUE
               "RECUP-AGENDA.DAT              A0170000000000000".
           05 FILLER PIC X(47) VALUE
               "RECUP-ELEGIVEIS.DAT           L0010000123000000".
           05 FILLER PIC X(47) VALUE
               "PORTAL-REGISTER.DAT           L0030000000000000".
           05 FILLER PIC X(47) VALUE
               "INSTRUCTOR.DAT                D0010000073000000".
           05 FILLER PIC X(47) VALUE
               "TURMAS.DAT                    D0540000153000000".
           05 FILLER PIC X(47) VALUE
               "CAMPUS.DAT                    C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "DISCIPLINAS.DAT               C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "CURRICULO.DAT                 C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "PREREQUISITES.DAT             C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "HORARIOS.DAT                  C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "ACADEMIC-TERM.DAT             C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "TERM-CALENDAR.DAT             C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "RUN-CALENDAR.DAT              C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "GRADE-SCALE.DAT               C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "GRADE-POLICY.DAT              C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "THRESHOLD.DAT                 C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "WEIGHTS.DAT                   C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "WEIGHTS-EX08.DAT              C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "EXAM-RULES.DAT                C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "APPEAL-RULES.DAT              C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "APROV-RULES.DAT               C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "BILL-RATES.DAT                C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "BOLSA-RULES.DAT               C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "RECEB-RULES.DAT               C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "RISCO-RULES.DAT               C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "RETENTION-RULES.DAT           C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "LOG-RETENTION.DAT             C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "ALERT-LIMITS.DAT              C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "OUTLIER-BAND.DAT              C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "TREND-BAND.DAT                C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "COEFICIENTES.DAT              C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "TOLERANCIAS-LISTAS.DAT        C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "GABARITOS.DAT                 C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "REPORT-LITERALS.DAT           C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "OPERATOR-MASTER.DAT           C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "NIGHTLY-STREAM.DAT            C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "MATERIAL-PRICES.DAT           C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "SISTEMAS.DAT                  C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "SERVICOS-EX12.DAT             C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "SHAPES-EX12.DAT               C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "ANGULOS-EX11.DAT              C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "STARTNUMS-EX09.DAT            C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "STARTNUMS-EX10.DAT            C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "STARTNUMS-PERFIL.DAT          C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "AVALIACOES.DAT                C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "RELATORIO-PEDIDOS.DAT         C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "DUPLA-DIGITACAO.DAT           C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "REPORT-DISTRIB.DAT            C0000000000000000".
           05 FILLER PIC X(47) VALUE
               "INTERFACE-SEQ.DAT             C0000000000000000".
       01 WS-TABELA-ARQUIVOS REDEFINES WS-ARQUIVOS-BASE.
           05 WS-ARQ-ENTRY OCCURS 79 TIMES.
               10 WS-ARQ-NOME       PIC X(30).
               10 WS-ARQ-REGRA      PIC X(01).
                   88 ARQ-ALUNO         VALUE "A".
                   88 ARQ-ENDERECO      VALUE "E".
                   88 ARQ-DOCENTE       VALUE "D".
                   88 ARQ-LISTAGEM      VALUE "L".
                   88 ARQ-COPIA         VALUE "C".
               10 WS-ARQ-POS        PIC 9(03).
               10 WS-ARQ-POS-2      PIC 9(03).
               10 WS-ARQ-NOME-POS   PIC 9(03).
               10 WS-ARQ-NOME-TAM   PIC 9(02).
               10 WS-ARQ-CONT-POS   PIC 9(03).
               10 WS-ARQ-CONT-TAM   PIC 9(02).
       01 WS-TOTAL-ARQUIVOS  PIC 9(02) VALUE 79.

      * Real matricula to fake matricula, in order of first sight.
       01 WS-TABELA-MAPA.
           05 WS-MAPA-ENTRY OCCURS 5000 TIMES.
               10 WS-MAPA-REAL      PIC X(10).
               10 WS-MAPA-FALSA     PIC X(10).
       01 WS-TOTAL-MAPA      PIC 9(04) VALUE 0.
       01 WS-MAPA-CHEIO      PIC X VALUE "N".
           88 MAPA-CHEIO     VALUE "S".
       01 WS-SEQ-FALSA       PIC 9(06) VALUE 0.
       01 WS-ID-REAL         PIC X(10) VALUE SPACES.
       01 WS-ID-FALSA        PIC X(10) VALUE SPACES.
       01 WS-ACHOU           PIC X VALUE "N".
           88 ACHOU          VALUE "S".

       01 WS-NOME-FALSO      PIC X(40) VALUE SPACES.
       01 WS-CONTATO-FALSO   PIC X(40) VALUE SPACES.
       01 WS-CONTATO         PIC X(40) VALUE SPACES.
       01 WS-ARROBAS         PIC 9(02) VALUE 0.
       01 WS-ROTULOS         PIC 9(02) VALUE 0.

       01 WS-A               PIC 9(02).
       01 WS-M               PIC 9(04).
       01 WS-P               PIC 9(03).
       01 WS-T               PIC 9(02).
       01 WS-LINHAS-ARQUIVO  PIC 9(06) VALUE 0.
       01 WS-LINHAS-TOTAL    PIC 9(07) VALUE 0.
       01 WS-ARQS-COPIADOS   PIC 9(02) VALUE 0.
       01 WS-ARQS-AUSENTES   PIC 9(02) VALUE 0.
       01 WS-AUDIT-MSG       PIC X(90) VALUE SPACES.
       COPY SNCONF.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR.
           PERFORM VERIFICAR-AUTORIZACAO.
           IF NOT AUTORIZADO
               STOP RUN
           END-IF.
           ACCEPT WS-DIR-TESTE FROM ENVIRONMENT "DIRETORIO_TESTE".
           IF WS-DIR-TESTE = SPACES
               DISPLAY "DIRETORIO DE TESTE (DESTINO DA COPIA "
                   "MASCARADA): "
               ACCEPT WS-DIR-TESTE
           END-IF.
           IF WS-DIR-TESTE = SPACES
               DISPLAY "NENHUM DIRETORIO INFORMADO - NADA COPIADO."
               STOP RUN
           END-IF.

           PERFORM VERIFICAR-DIRETORIO-PRODUCAO.
           IF SONDA-VISTA
               DISPLAY "RECUSADO: " WS-DIR-TESTE
               DISPLAY "E O PROPRIO DIRETORIO DE PRODUCAO. INFORME "
                   "UM DIRETORIO DE TESTE SEPARADO - NADA COPIADO."
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "MASCARA RECUSADA DESTINO=PRODUCAO "
                   DELIMITED BY SIZE
                   WS-DIR-TESTE DELIMITED BY SPACE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF.
           PERFORM VERIFICAR-DIRETORIO-TESTE.
           IF WS-SONDA-STATUS NOT = "00"
               DISPLAY "DIRETORIO DE TESTE INEXISTENTE OU SEM "
                   "PERMISSAO DE GRAVACAO (STATUS " WS-SONDA-STATUS
                   "): " WS-DIR-TESTE
               DISPLAY "NADA COPIADO."
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-SN-RESPOSTA.
           PERFORM UNTIL SN-VALIDA
               DISPLAY "COPIAR A BASE MASCARADA PARA "
                   WS-DIR-TESTE
               DISPLAY "OS ARQUIVOS DE MESMO NOME LA SERAO "
                   "SUBSTITUIDOS. (S/N)"
               ACCEPT WS-SN-RESPOSTA
               IF NOT SN-VALIDA
                   DISPLAY "RESPOSTA INVALIDA. DIGITE S OU N."
               END-IF
           END-PERFORM.
           IF SN-NAO
               DISPLAY "COPIA MASCARADA CANCELADA."
               STOP RUN
           END-IF.

           MOVE "STUDENT-GRADES.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "MASCARA INICIADA DESTINO=" DELIMITED BY SIZE
               WS-DIR-TESTE DELIMITED BY SPACE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.

           PERFORM CARREGAR-MAPA.
           DISPLAY " ".
           DISPLAY "ARQUIVO                        LINHAS".
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-TOTAL-ARQUIVOS OR MAPA-CHEIO
               PERFORM COPIAR-ARQUIVO
           END-PERFORM.
           MOVE "STUDENT-GRADES.LCK" TO WS-LOCK-NOME.
           PERFORM LIBERAR-TRAVA.

           IF MAPA-CHEIO
               DISPLAY "MAIS DE 5000 MATRICULAS DISTINTAS - COPIA "
                   "INTERROMPIDA EM " WS-ARQ-NOME(WS-A)
               DISPLAY "O DIRETORIO DE TESTE FICOU INCOMPLETO; NAO "
                   "O USE."
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "MASCARA INTERROMPIDA TABELA CHEIA EM "
                   DELIMITED BY SIZE
                   WS-ARQ-NOME(WS-A) DELIMITED BY SPACE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "MASCARA CONCLUIDA ARQUIVOS=" DELIMITED BY SIZE
               WS-ARQS-COPIADOS DELIMITED BY SIZE
               " LINHAS=" DELIMITED BY SIZE
               WS-LINHAS-TOTAL DELIMITED BY SIZE
               " MATRICULAS=" DELIMITED BY SIZE
               WS-TOTAL-MAPA DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.

           DISPLAY " ".
           DISPLAY "COPIA MASCARADA CONCLUIDA: " WS-ARQS-COPIADOS
               " ARQUIVOS, " WS-LINHAS-TOTAL " LINHAS, "
               WS-TOTAL-MAPA " MATRICULAS SUBSTITUIDAS.".
           IF WS-ARQS-AUSENTES > 0
               DISPLAY WS-ARQS-AUSENTES " ARQUIVOS AUSENTES NA "
                   "PRODUCAO (NAO COPIADOS)."
           END-IF.
           DISPLAY "NO DIRETORIO DE TESTE, EXECUTE NOTAS-INDEXA "
               "PARA GERAR OS INDICES.".
           STOP RUN.

      * A marker line is written to a probe file here and looked for
      * through the test directory's path; seeing it there means the
      * "test" directory is this one. The probe is removed either
      * way.
       VERIFICAR-DIRETORIO-PRODUCAO.
           MOVE "N" TO WS-SONDA-VISTA.
           MOVE SPACES TO WS-SONDA-MARCA.
           STRING "SONDA " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:21) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO WS-SONDA-MARCA
           END-STRING.
           MOVE WS-SONDA-ARQUIVO TO WS-NOME-SONDA.
           OPEN OUTPUT SONDA-FILE.
           MOVE WS-SONDA-MARCA TO SONDA-LINE.
           WRITE SONDA-LINE.
           CLOSE SONDA-FILE.
           PERFORM MONTAR-NOME-SONDA-TESTE.
           MOVE SPACES TO WS-SONDA-STATUS.
           OPEN INPUT SONDA-FILE.
           IF WS-SONDA-STATUS = "00"
               READ SONDA-FILE
                   NOT AT END
                       IF SONDA-LINE = WS-SONDA-MARCA
                           MOVE "S" TO WS-SONDA-VISTA
                       END-IF
               END-READ
               CLOSE SONDA-FILE
           END-IF.
           MOVE WS-SONDA-ARQUIVO TO WS-NOME-SONDA.
           DELETE FILE SONDA-FILE.

      * The directory must exist and take a file before the copy
      * starts; the probe written there is removed again.
       VERIFICAR-DIRETORIO-TESTE.
           PERFORM MONTAR-NOME-SONDA-TESTE.
           MOVE SPACES TO WS-SONDA-STATUS.
           OPEN OUTPUT SONDA-FILE.
           IF WS-SONDA-STATUS = "00"
               CLOSE SONDA-FILE
               DELETE FILE SONDA-FILE
               MOVE "00" TO WS-SONDA-STATUS
           END-IF.

       MONTAR-NOME-SONDA-TESTE.
           MOVE SPACES TO WS-NOME-SONDA.
           STRING WS-DIR-TESTE DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-SONDA-ARQUIVO DELIMITED BY SPACE
               INTO WS-NOME-SONDA
           END-STRING.

      * The master goes in first, so the fake sequence follows the
      * order of STUDENT.DAT; ids only the history knows (retired,
      * merged, pseudonymized) are added as the copy meets them.
       CARREGAR-MAPA.
           MOVE 0 TO WS-TOTAL-MAPA WS-SEQ-FALSA.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10" OR MAPA-CHEIO
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           MOVE ST-STUDENT-ID TO WS-ID-REAL
                           PERFORM OBTER-MATRICULA-FALSA
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      * WS-ID-REAL in, WS-ID-FALSA out. A blank field stays blank.
       OBTER-MATRICULA-FALSA.
           MOVE SPACES TO WS-ID-FALSA.
           IF WS-ID-REAL NOT = SPACES
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-TOTAL-MAPA OR ACHOU
                   IF WS-MAPA-REAL(WS-M) = WS-ID-REAL
                       MOVE WS-MAPA-FALSA(WS-M) TO WS-ID-FALSA
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF NOT ACHOU
                   IF WS-TOTAL-MAPA = 5000
                       MOVE "S" TO WS-MAPA-CHEIO
                   ELSE
                       PERFORM GERAR-MATRICULA-FALSA
                       ADD 1 TO WS-TOTAL-MAPA
                       MOVE WS-ID-REAL TO WS-MAPA-REAL(WS-TOTAL-MAPA)
                       MOVE WS-ID-FALSA
                           TO WS-MAPA-FALSA(WS-TOTAL-MAPA)
                   END-IF
               END-IF
           END-IF.

      * ALU + the next sequence + its check digit, the same weighted
      * sum VALIDAR-PADRAO-MATRICULA checks; validated on the way
      * out, so a fake id is always a well-formed one.
       GERAR-MATRICULA-FALSA.
           ADD 1 TO WS-SEQ-FALSA.
           MOVE SPACES TO WS-STID-ALVO.
           STRING "ALU" DELIMITED BY SIZE
               WS-SEQ-FALSA DELIMITED BY SIZE
               "0" DELIMITED BY SIZE
               INTO WS-STID-ALVO
           END-STRING.
           MOVE 0 TO WS-STID-SOMA.
           PERFORM VARYING WS-STID-I FROM 1 BY 1 UNTIL WS-STID-I > 6
               MOVE WS-STID-ALVO(WS-STID-I + 3:1) TO WS-STID-DIGITO
               COMPUTE WS-STID-SOMA = WS-STID-SOMA
                   + WS-STID-DIGITO * (WS-STID-I + 1)
           END-PERFORM.
           COMPUTE WS-STID-DV = FUNCTION MOD(WS-STID-SOMA, 10).
           MOVE WS-STID-DV TO WS-STID-ALVO(10:1).
           PERFORM VALIDAR-PADRAO-MATRICULA.
           MOVE WS-STID-ALVO TO WS-ID-FALSA.

       VALIDAR-PADRAO-MATRICULA.
           MOVE "N" TO WS-STID-OK.
           IF WS-STID-ALVO(1:3) = "ALU"
               AND WS-STID-ALVO(4:7) IS NUMERIC
               MOVE 0 TO WS-STID-SOMA
               PERFORM VARYING WS-STID-I FROM 1 BY 1
                   UNTIL WS-STID-I > 6
                   MOVE WS-STID-ALVO(WS-STID-I + 3:1)
                       TO WS-STID-DIGITO
                   COMPUTE WS-STID-SOMA = WS-STID-SOMA
                       + WS-STID-DIGITO * (WS-STID-I + 1)
               END-PERFORM
               COMPUTE WS-STID-DV = FUNCTION MOD(WS-STID-SOMA, 10)
               MOVE WS-STID-ALVO(10:1) TO WS-STID-DIGITO
               IF WS-STID-DIGITO = WS-STID-DV
                   MOVE "S" TO WS-STID-OK
               END-IF
           END-IF.
           IF NOT STID-PADRAO-OK
               DISPLAY "MATRICULA FICTICIA FORA DO PADRAO: "
                   WS-STID-ALVO
           END-IF.

      * One file, production to test directory. A file absent here
      * is removed there too, so no stale copy from an earlier run
      * survives beside the fresh ones.
       COPIAR-ARQUIVO.
           MOVE 0 TO WS-LINHAS-ARQUIVO.
           MOVE WS-ARQ-NOME(WS-A) TO WS-NOME-ORIGEM.
           MOVE SPACES TO WS-NOME-DESTINO.
           STRING WS-DIR-TESTE DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-ARQ-NOME(WS-A) DELIMITED BY SPACE
               INTO WS-NOME-DESTINO
           END-STRING.
           MOVE SPACES TO WS-ORIGEM-STATUS.
           OPEN INPUT ORIGEM-FILE.
           IF WS-ORIGEM-STATUS = "00"
               OPEN OUTPUT DESTINO-FILE
               PERFORM UNTIL WS-ORIGEM-STATUS = "10" OR MAPA-CHEIO
                   READ ORIGEM-FILE
                       AT END
                           MOVE "10" TO WS-ORIGEM-STATUS
                       NOT AT END
                           PERFORM MASCARAR-LINHA
                           IF NOT MAPA-CHEIO
                               WRITE DESTINO-LINE
                               ADD 1 TO WS-LINHAS-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DESTINO-FILE
               CLOSE ORIGEM-FILE
               ADD 1 TO WS-ARQS-COPIADOS
               ADD WS-LINHAS-ARQUIVO TO WS-LINHAS-TOTAL
               DISPLAY WS-ARQ-NOME(WS-A) " " WS-LINHAS-ARQUIVO
           ELSE
               ADD 1 TO WS-ARQS-AUSENTES
               DELETE FILE DESTINO-FILE
           END-IF.

       MASCARAR-LINHA.
           MOVE ORIGEM-LINE TO DESTINO-LINE.
           EVALUATE TRUE
               WHEN ARQ-ALUNO(WS-A)
                   PERFORM MASCARAR-LINHA-ALUNO
               WHEN ARQ-ENDERECO(WS-A)
                   PERFORM MASCARAR-LINHA-ALUNO
                   PERFORM MASCARAR-ENDERECO
               WHEN ARQ-DOCENTE(WS-A)
                   PERFORM MASCARAR-DOCENTE
               WHEN ARQ-LISTAGEM(WS-A)
                   MOVE 0 TO WS-ROTULOS
                   INSPECT ORIGEM-LINE
                       TALLYING WS-ROTULOS FOR ALL "MEDIA="
                   IF WS-ROTULOS > 0
                       PERFORM MASCARAR-LINHA-ALUNO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MASCARAR-LINHA-ALUNO.
           MOVE WS-ARQ-POS(WS-A) TO WS-P.
           MOVE ORIGEM-LINE(WS-P:10) TO WS-ID-REAL.
           PERFORM OBTER-MATRICULA-FALSA.
           MOVE WS-ID-FALSA TO DESTINO-LINE(WS-P:10).
           IF WS-ARQ-NOME-POS(WS-A) > 0 AND WS-ID-FALSA NOT = SPACES
               MOVE WS-ARQ-NOME-POS(WS-A) TO WS-P
               MOVE WS-ARQ-NOME-TAM(WS-A) TO WS-T
               IF ORIGEM-LINE(WS-P:WS-T) NOT = SPACES
                   MOVE SPACES TO WS-NOME-FALSO
                   STRING "ALUNO TESTE " DELIMITED BY SIZE
                       WS-ID-FALSA(4:6) DELIMITED BY SIZE
                       INTO WS-NOME-FALSO
                   END-STRING
                   MOVE WS-NOME-FALSO TO DESTINO-LINE(WS-P:WS-T)
               END-IF
           END-IF.
           IF WS-ARQ-CONT-POS(WS-A) > 0
               MOVE WS-ARQ-CONT-POS(WS-A) TO WS-P
               MOVE WS-ARQ-CONT-TAM(WS-A) TO WS-T
               MOVE ORIGEM-LINE(WS-P:WS-T) TO WS-CONTATO
               PERFORM MONTAR-CONTATO-FALSO
               MOVE WS-CONTATO-FALSO TO DESTINO-LINE(WS-P:WS-T)
           END-IF.
           IF WS-ARQ-POS-2(WS-A) > 0
               MOVE WS-ARQ-POS-2(WS-A) TO WS-P
               MOVE ORIGEM-LINE(WS-P:10) TO WS-ID-REAL
               PERFORM OBTER-MATRICULA-FALSA
               MOVE WS-ID-FALSA TO DESTINO-LINE(WS-P:10)
           END-IF.

      * WS-CONTATO in (the real phone or e-mail, from the line whose
      * fake id is in WS-ID-FALSA), WS-CONTATO-FALSO out: an e-mail
      * stays an e-mail, anything else becomes a phone number, both
      * built from the fake id. Blank stays blank.
       MONTAR-CONTATO-FALSO.
           MOVE SPACES TO WS-CONTATO-FALSO.
           IF WS-CONTATO NOT = SPACES
               MOVE 0 TO WS-ARROBAS
               INSPECT WS-CONTATO TALLYING WS-ARROBAS FOR ALL "@"
               IF WS-ARROBAS > 0
                   STRING WS-ID-FALSA DELIMITED BY SPACE
                       "@TESTE.INVALIDO" DELIMITED BY SIZE
                       INTO WS-CONTATO-FALSO
                   END-STRING
               ELSE
                   STRING "009" DELIMITED BY SIZE
                       WS-ID-FALSA(4:6) DELIMITED BY SIZE
                       INTO WS-CONTATO-FALSO
                   END-STRING
               END-IF
           END-IF.

      * Street, CEP, phone and e-mail (ADDRESS.cpy); the city and the
      * notice consent flag stay, the matricula was masked above.
       MASCARAR-ENDERECO.
           MOVE DESTINO-LINE TO STUDENT-ADDRESS-RECORD.
           IF AD-LOGRADOURO NOT = SPACES
               MOVE SPACES TO AD-LOGRADOURO
               STRING "RUA DE TESTE, " DELIMITED BY SIZE
                   WS-ID-FALSA(4:6) DELIMITED BY SIZE
                   INTO AD-LOGRADOURO
               END-STRING
           END-IF.
           IF AD-CEP NOT = SPACES
               MOVE "00000-000" TO AD-CEP
           END-IF.
           MOVE AD-TELEFONE TO WS-CONTATO.
           PERFORM MONTAR-CONTATO-FALSO.
           MOVE WS-CONTATO-FALSO TO AD-TELEFONE.
           MOVE AD-EMAIL TO WS-CONTATO.
           PERFORM MONTAR-CONTATO-FALSO.
           MOVE WS-CONTATO-FALSO TO AD-EMAIL.
           MOVE STUDENT-ADDRESS-RECORD TO DESTINO-LINE.

      * Instructor codes carry no personal data and key TURMAS and
      * HORARIOS, so they stay; only the name is replaced, the same
      * way on INSTRUCTOR.DAT and on the copy TURMAS.DAT keeps in
      * TU-INSTRUTOR. A blank name stays blank.
       MASCARAR-DOCENTE.
           MOVE WS-ARQ-NOME-POS(WS-A) TO WS-P.
           MOVE WS-ARQ-NOME-TAM(WS-A) TO WS-T.
           IF ORIGEM-LINE(WS-P:WS-T) NOT = SPACES
               MOVE SPACES TO WS-NOME-FALSO
               STRING "DOCENTE TESTE " DELIMITED BY SIZE
                   ORIGEM-LINE(WS-ARQ-POS(WS-A):6) DELIMITED BY SIZE
                   INTO WS-NOME-FALSO
               END-STRING
               MOVE WS-NOME-FALSO TO DESTINO-LINE(WS-P:WS-T)
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
               DISPLAY "ACESSO NEGADO: MASCARA-TESTE EXIGE NIVEL "
                   WS-NIVEL-EXIGIDO ". OPERADOR ATUAL: " WS-OPERADOR
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "MASCARA NEGADA OPERADOR=" DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   " NIVEL EXIGIDO=" DELIMITED BY SIZE
                   WS-NIVEL-EXIGIDO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "MASCARA-TESTE" TO AU-PROGRAM.
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
           MOVE "MASCARA-TESTE" TO TRAVA-PROGRAMA.
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
