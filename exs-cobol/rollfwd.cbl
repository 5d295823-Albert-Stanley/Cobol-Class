      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Roll-forward recovery of the masters. BACKUP-MESTRES
      *          can put the files back to a generation, but whatever
      *          was posted after it was lost and re-keyed from paper.
      *          This run restores a chosen generation and replays,
      *          in timestamp order and up to a chosen point in time,
      *          the changes journaled since the backup: the
      *          STUDENT-GRADES.DAT rows appended after it (with the
      *          superseded marks their corrections set), the
      *          DISCIPLINAS-JORNAL.DAT catalog changes, and the
      *          GRADES-PENDENTES.DAT keys (checked against the rows
      *          and rewritten so NOTAS-DELTA refreshes the snapshot).
      *          The AUDIT-LOG.DAT chain must verify before anything
      *          is touched; the audited changes to the masters that
      *          keep no journal of their own are listed for manual
      *          re-entry. Refused while DAY-STATUS.DAT shows the day
      *          open. The live files are kept as <nome>-PRE-RECUP.DAT
      *          first; the reconciliation of what was replayed per
      *          file goes to RECUPERACAO-RELATORIO.DAT (PRTHDR.cpy)
      *          and the run to AUDIT-LOG.DAT. Graduation
      *          conferral, section cancellation and re-enrollment
      *          are among the unjournaled changes listed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA-MESTRES.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGEM-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGEM-STATUS.
           SELECT DESTINO-FILE ASSIGN TO DYNAMIC WS-NOME-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESTINO-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "BACKUP-CATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT DAY-FILE ASSIGN TO "DAY-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIA-STATUS.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENT-GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.
           SELECT GRADES-IX-FILE ASSIGN TO "STUDENT-GRADES-IX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-CHAVE
               FILE STATUS IS WS-GX-STATUS.
           SELECT DELTA-FILE ASSIGN TO "GRADES-PENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
           SELECT DISCIPLINAS-FILE ASSIGN TO "DISCIPLINAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISC-STATUS.
           SELECT JORNAL-FILE ASSIGN TO "DISCIPLINAS-JORNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JORNAL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RECUPERACAO-RELATORIO.DAT"
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

           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.

           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORIGEM-FILE.
       01 ORIGEM-LINE        PIC X(200).

       FD  DESTINO-FILE.
       01 DESTINO-LINE       PIC X(200).

       FD  CATALOG-FILE.
       01 CATALOG-RECORD.
           05 BK-GERACAO     PIC 9(03).
           05 BK-TIPO        PIC X(08).
           05 BK-TIMESTAMP   PIC X(19).

       FD  DAY-FILE.
           COPY DAYSTATE.

       FD  STUDENT-GRADES-FILE.
           COPY STDGRADE.

       FD  GRADES-IX-FILE.
           COPY STDGRIX.

       FD  DELTA-FILE.
           COPY DELTA.

       FD  DISCIPLINAS-FILE.
           COPY DISCIP.

      * DISCIPLINAS-MANUT's journal line: stamp(1-19) operator(21-28)
      * action(30-39) " ANTES=" name(47-86) " DEPOIS=" name(95-134)
      * " CARGA=" hours(142-143). Lines from before the carga was
      * journaled stop at 120 and carry a truncated new name.
       FD  JORNAL-FILE.
       01 JORNAL-LINE        PIC X(150).

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


       FD  OPERMST-FILE.
           COPY OPERMST.


       FD  LOCK-FILE.
           COPY TRAVREC.

       WORKING-STORAGE SECTION.
       COPY LOCKF.
       COPY AUDCHAIN.
       77 WS-OPERSES-STATUS PIC X(2) VALUE SPACES.
       77 WS-OPERADOR       PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO  PIC X VALUE "N".
           88 OPERADOR-LIDO VALUE "S".
       COPY SESRESOL.
       77 WS-OPERMST-STATUS PIC X(2) VALUE SPACES.
       77 WS-NIVEL-EXIGIDO  PIC 9(1) VALUE 2.
       77 WS-AUTORIZADO     PIC X VALUE "N".
           88 AUTORIZADO    VALUE "S".
       01 WS-ORIGEM-STATUS   PIC X(2) VALUE SPACES.
       01 WS-DESTINO-STATUS  PIC X(2) VALUE SPACES.
       01 WS-CATALOG-STATUS  PIC X(2) VALUE SPACES.
       01 WS-DIA-STATUS      PIC X(2) VALUE SPACES.
       01 WS-SG-STATUS       PIC X(2) VALUE SPACES.
       01 WS-GX-STATUS       PIC X(2) VALUE SPACES.
       01 WS-DELTA-STATUS    PIC X(2) VALUE SPACES.
       01 WS-DISC-STATUS     PIC X(2) VALUE SPACES.
       01 WS-JORNAL-STATUS   PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-GX-GRAVOU       PIC X VALUE "N".
           88 GX-GRAVADA     VALUE "S".

       01 WS-NOME-ORIGEM     PIC X(40) VALUE SPACES.
       01 WS-NOME-DESTINO    PIC X(40) VALUE SPACES.

      * Same master list, same order, as BACKUP-MESTRES: entry 1
      * (STUDENT-GRADES) and entry 3 (DISCIPLINAS) are the ones with
      * a journal to replay.
       01 WS-NOMES-MESTRES.
           05 FILLER PIC X(25) VALUE "STUDENT-GRADES".
           05 FILLER PIC X(25) VALUE "STUDENT".
           05 FILLER PIC X(25) VALUE "DISCIPLINAS".
           05 FILLER PIC X(25) VALUE "THRESHOLD".
           05 FILLER PIC X(25) VALUE "WEIGHTS".
           05 FILLER PIC X(25) VALUE "WEIGHTS-EX08".
           05 FILLER PIC X(25) VALUE "STUDENT-COURSES".
           05 FILLER PIC X(25) VALUE "ACADEMIC-TERM".
           05 FILLER PIC X(25) VALUE "GRADE-SCALE".
       01 WS-TABELA-MESTRES REDEFINES WS-NOMES-MESTRES.
           05 WS-NOME-MESTRE PIC X(25) OCCURS 9 TIMES.
       01 WS-TOTAL-MESTRES   PIC 9(1) VALUE 9.
       01 WS-LINHAS-RESTAURADAS.
           05 WS-LINHAS-MESTRE PIC 9(6) OCCURS 9 TIMES.

      * Audited programs that change a master without a journal of
      * their own - their lines in the window are listed for manual
      * re-entry after the recovery.
       01 WS-NOMES-SEM-JORNAL.
           05 FILLER PIC X(13) VALUE "MATRIC-MANUT".
           05 FILLER PIC X(13) VALUE "TERMOS-MANUT".
           05 FILLER PIC X(13) VALUE "CTRL-MANUT".
           05 FILLER PIC X(13) VALUE "UNIFICA-ALUNO".
           05 FILLER PIC X(13) VALUE "APROVEITAM".
           05 FILLER PIC X(13) VALUE "COLACAO".
           05 FILLER PIC X(13) VALUE "CANCELA-TURMA".
           05 FILLER PIC X(13) VALUE "REMATRICULA".
       01 WS-TABELA-SEM-JORNAL REDEFINES WS-NOMES-SEM-JORNAL.
           05 WS-PROGRAMA-SEM-JORNAL OCCURS 8 TIMES PIC X(13).

      * The replay, ordered by normalized stamp (AAAAMMDDHHMMSSCC):
      * tipo N is a STUDENT-GRADES row, tipo D a catalog journal line.
       01 WS-TABELA-EVENTOS.
           05 WS-EV-ENTRY OCCURS 2000 TIMES.
               10 WS-EV-CHAVE       PIC X(16).
               10 WS-EV-TIPO        PIC X(01).
               10 WS-EV-REG         PIC X(150).
       01 WS-TOTAL-EVENTOS   PIC 9(04) VALUE 0.
       01 WS-EV-NOVO.
           05 WS-EVN-CHAVE       PIC X(16).
           05 WS-EVN-TIPO        PIC X(01).
           05 WS-EVN-REG         PIC X(150).

      * Rows that were already history at the backup but are marked
      * superseded on the live file now - the mark is carried over
      * only when the correction that set it is replayed.
       01 WS-TABELA-SUPERSEDIDAS.
           05 WS-SP-ENTRY OCCURS 1000 TIMES.
               10 WS-SP-ALUNO       PIC X(10).
               10 WS-SP-PROGRAMA    PIC X(10).
               10 WS-SP-DATA-HORA   PIC X(19).
               10 WS-SP-CHAVE       PIC X(16).
               10 WS-SP-MANTER      PIC X(01).
       01 WS-TOTAL-SUPERSEDIDAS PIC 9(04) VALUE 0.

      * Every student/programa touched after the backup, replayed or
      * not, goes back to GRADES-PENDENTES.DAT for NOTAS-DELTA.
       01 WS-TABELA-CHAVES.
           05 WS-CH-ENTRY OCCURS 2000 TIMES.
               10 WS-CH-ALUNO       PIC X(10).
               10 WS-CH-PROGRAMA    PIC X(10).
       01 WS-TOTAL-CHAVES    PIC 9(04) VALUE 0.

       01 WS-TABELA-DISC.
           05 WS-DC-ENTRY OCCURS 20 TIMES.
               10 WS-DC-NOME        PIC X(40).
               10 WS-DC-CARGA       PIC 9(02).
       01 WS-TOTAL-DISC      PIC 9(02) VALUE 0.

       01 WS-TABELA-AVISOS.
           05 WS-AV-LINHA OCCURS 300 TIMES PIC X(100).
       01 WS-TOTAL-AVISOS    PIC 9(03) VALUE 0.
       01 WS-AVISO           PIC X(100) VALUE SPACES.

       01 WS-GERACAO-PEDIDA  PIC 9(3) VALUE 0.
       01 WS-GERACAO-EXISTE  PIC X VALUE "N".
           88 GERACAO-EXISTE VALUE "S".
       01 WS-BACKUP-QUANDO   PIC X(19) VALUE SPACES.
       01 WS-CHAVE-BACKUP    PIC X(16) VALUE SPACES.
       01 WS-PONTO-PEDIDO    PIC X(14) VALUE SPACES.
       01 WS-CHAVE-PONTO     PIC X(16) VALUE SPACES.
       01 WS-CARIMBO         PIC X(19) VALUE SPACES.
       01 WS-CHAVE           PIC X(16) VALUE SPACES.
       01 WS-DIA-ABERTO      PIC X VALUE "N".
           88 DIA-ABERTO     VALUE "S".

       01 WS-M               PIC 9(2).
       01 WS-I               PIC 9(4).
       01 WS-J               PIC 9(4).
       01 WS-K               PIC 9(4).
       01 WS-ACHADO          PIC 9(4) VALUE 0.
       01 WS-LINHAS-COPIADAS PIC 9(6) VALUE 0.
       01 WS-AUDIT-MSG       PIC X(90) VALUE SPACES.
       01 WS-ACAO            PIC X(10) VALUE SPACES.
       01 WS-NOME-ANTES      PIC X(40) VALUE SPACES.
       01 WS-NOME-DEPOIS     PIC X(40) VALUE SPACES.
       01 WS-CARGA-TXT       PIC X(02) VALUE SPACES.
       01 WS-CARGA-N REDEFINES WS-CARGA-TXT PIC 9(02).

       01 WS-CADEIA-QUEBRADA PIC X VALUE "N".
           88 CADEIA-QUEBRADA VALUE "S".
       01 WS-CADEIA-LINHA    PIC 9(6) VALUE 0.

      * Reconciliation counters, per journal.
       01 WS-NT-GERACAO      PIC 9(6) VALUE 0.
       01 WS-NT-REAPLICADAS  PIC 9(6) VALUE 0.
       01 WS-NT-APOS-PONTO   PIC 9(6) VALUE 0.
       01 WS-NT-CORRECOES    PIC 9(6) VALUE 0.
       01 WS-NT-MARCAS       PIC 9(6) VALUE 0.
       01 WS-NT-MARCAS-NAO   PIC 9(6) VALUE 0.
       01 WS-DC-NA-JANELA    PIC 9(6) VALUE 0.
       01 WS-DC-REAPLICADAS  PIC 9(6) VALUE 0.
       01 WS-DC-APOS-PONTO   PIC 9(6) VALUE 0.
       01 WS-DC-FALHAS       PIC 9(6) VALUE 0.
       01 WS-DL-NA-JANELA    PIC 9(6) VALUE 0.
       01 WS-DL-SEM-LINHA    PIC 9(6) VALUE 0.
       01 WS-AU-NA-JANELA    PIC 9(6) VALUE 0.
       01 WS-AU-AJUSTES      PIC 9(6) VALUE 0.
       01 WS-AU-MANUAIS      PIC 9(6) VALUE 0.
       01 WS-FORA-TABELA     PIC 9(6) VALUE 0.

       COPY SNCONF.
       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO WS-LINHAS-RESTAURADAS.
           PERFORM VERIFICAR-AUTORIZACAO.
           PERFORM VERIFICAR-DIA.
           IF DIA-ABERTO
               DISPLAY "RECUPERACAO RECUSADA: DAY-STATUS.DAT MOSTRA O "
                   "DIA ABERTO. EXECUTE FECHAMENTO-DIA ANTES DE "
                   "RECUPERAR OS MESTRES."
               STOP RUN
           END-IF.

           PERFORM LISTAR-CATALOGO.
           DISPLAY "NUMERO DA GERACAO A RESTAURAR:".
           ACCEPT WS-GERACAO-PEDIDA.
           PERFORM VERIFICAR-GERACAO.
           IF NOT GERACAO-EXISTE
               DISPLAY "GERACAO " WS-GERACAO-PEDIDA
                   " NAO CONSTA NO CATALOGO."
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-NOME-ORIGEM.
           STRING "STUDENT-GRADES-G" DELIMITED BY SIZE
               WS-GERACAO-PEDIDA DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-ORIGEM
           END-STRING.
           MOVE SPACES TO WS-ORIGEM-STATUS.
           OPEN INPUT ORIGEM-FILE.
           IF WS-ORIGEM-STATUS NOT = "00"
               DISPLAY WS-NOME-ORIGEM " AUSENTE - SEM A BASE DO "
                   "HISTORICO NAO HA O QUE REAPLICAR."
               STOP RUN
           END-IF.
           CLOSE ORIGEM-FILE.
           MOVE WS-BACKUP-QUANDO TO WS-CARIMBO.
           PERFORM NORMALIZAR-CARIMBO.
           MOVE WS-CHAVE TO WS-CHAVE-BACKUP.

           DISPLAY "PONTO DE PARADA (AAAAMMDDHHMMSS, ENTER = TUDO):".
           ACCEPT WS-PONTO-PEDIDO.
           IF WS-PONTO-PEDIDO = SPACES
               MOVE ALL "9" TO WS-CHAVE-PONTO
           ELSE
               IF WS-PONTO-PEDIDO(13:2) = SPACES
                   MOVE "00" TO WS-PONTO-PEDIDO(13:2)
               END-IF
               IF WS-PONTO-PEDIDO IS NOT NUMERIC
                   DISPLAY "PONTO DE PARADA INVALIDO."
                   STOP RUN
               END-IF
               MOVE WS-PONTO-PEDIDO TO WS-CHAVE-PONTO
               MOVE "99" TO WS-CHAVE-PONTO(15:2)
           END-IF.
           IF WS-CHAVE-PONTO <= WS-CHAVE-BACKUP
               DISPLAY "O PONTO DE PARADA E ANTERIOR A GERACAO "
                   WS-GERACAO-PEDIDA " (" WS-BACKUP-QUANDO ")."
               STOP RUN
           END-IF.

           PERFORM VERIFICAR-CADEIA-AUDITORIA.
           IF CADEIA-QUEBRADA
               DISPLAY "RECUPERACAO RECUSADA: A CADEIA DE AUDITORIA "
                   "ESTA QUEBRADA NA LINHA " WS-CADEIA-LINHA
                   " - OS JORNAIS NAO SAO CONFIAVEIS. EXECUTE "
                   "VERIFICA-INTEGRIDADE."
               STOP RUN
           END-IF.

           MOVE "STUDENT-GRADES.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM LER-JORNAL-NOTAS.
           PERFORM LER-JORNAL-DISCIPLINAS.
           IF WS-FORA-TABELA > 0
               PERFORM LIBERAR-TRAVA
               DISPLAY "RECUPERACAO CANCELADA: " WS-FORA-TABELA
                   " LINHA(S) DE JORNAL ALEM DA CAPACIDADE DAS "
                   "TABELAS (MAX 2000 EVENTOS / 1000 MARCAS). "
                   "NENHUM ARQUIVO FOI ALTERADO."
               STOP RUN
           END-IF.
           PERFORM CONFERIR-PENDENCIAS.
           PERFORM CONFERIR-AUDITORIA.

           DISPLAY "GERACAO " WS-GERACAO-PEDIDA " DE "
               WS-BACKUP-QUANDO.
           DISPLAY "  LINHAS DE NOTAS A REAPLICAR...: "
               WS-NT-REAPLICADAS " (APOS O PONTO: "
               WS-NT-APOS-PONTO ")".
           DISPLAY "  ALTERACOES DO CATALOGO........: "
               WS-DC-NA-JANELA " (APOS O PONTO: "
               WS-DC-APOS-PONTO ")".
           DISPLAY "  ALTERACOES SEM JORNAL (MANUAL): " WS-AU-MANUAIS.
           DISPLAY "OS ARQUIVOS VIVOS SERAO SOBREPOSTOS PELA GERACAO "
               WS-GERACAO-PEDIDA " E OS JORNAIS REAPLICADOS.".
           MOVE SPACES TO WS-SN-RESPOSTA.
           PERFORM UNTIL SN-VALIDA
               DISPLAY "CONFIRMA A RECUPERACAO? (S/N)"
               ACCEPT WS-SN-RESPOSTA
               IF NOT SN-VALIDA
                   DISPLAY "OPCAO INVALIDA. DIGITE S OU N."
               END-IF
           END-PERFORM.
           IF SN-NAO
               PERFORM LIBERAR-TRAVA
               DISPLAY "RECUPERACAO CANCELADA."
               STOP RUN
           END-IF.

           PERFORM GUARDAR-ARQUIVOS-VIVOS.
           PERFORM RESTAURAR-GERACAO.
           PERFORM MARCAR-SUPERSEDIDAS.
           PERFORM REGRAVAR-HISTORICO.
           PERFORM REGRAVAR-INDICE.
           PERFORM REGRAVAR-PENDENCIAS.
           PERFORM LIBERAR-TRAVA.
           PERFORM REAPLICAR-CATALOGO.
           PERFORM IMPRIMIR-RELATORIO.

           MOVE SPACES TO WS-AUDIT-MSG.
           STRING "ROLL-FORWARD GERACAO " DELIMITED BY SIZE
               WS-GERACAO-PEDIDA DELIMITED BY SIZE
               " ATE " DELIMITED BY SIZE
               WS-CHAVE-PONTO(1:14) DELIMITED BY SIZE
               " NOTAS=" DELIMITED BY SIZE
               WS-NT-REAPLICADAS DELIMITED BY SIZE
               " CATALOGO=" DELIMITED BY SIZE
               WS-DC-REAPLICADAS DELIMITED BY SIZE
               " MANUAIS=" DELIMITED BY SIZE
               WS-AU-MANUAIS DELIMITED BY SIZE
               INTO WS-AUDIT-MSG
           END-STRING.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY "RECUPERACAO CONCLUIDA - CONCILIACAO EM "
               "RECUPERACAO-RELATORIO.DAT.".
           STOP RUN.

      * Authorization gate (OPERMST.cpy): the recovery overwrites the
      * live masters, so coordenacao level or above, as for a plain
      * restore.
       VERIFICAR-AUTORIZACAO.
           MOVE "N" TO WS-AUTORIZADO.
           MOVE SPACES TO WS-OPERMST-STATUS.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-STATUS NOT = "00"
               MOVE "S" TO WS-AUTORIZADO
           ELSE
               PERFORM LER-OPERADOR
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
               DISPLAY "ACESSO NEGADO: RECUPERA-MESTRES EXIGE NIVEL "
                   WS-NIVEL-EXIGIDO ". OPERADOR ATUAL: " WS-OPERADOR
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "ACESSO NEGADO OPERADOR=" DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   " NIVEL EXIGIDO=" DELIMITED BY SIZE
                   WS-NIVEL-EXIGIDO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF.

      * Postings must be stopped while the files are swapped under
      * them. No DAY-STATUS.DAT means the day discipline is not
      * deployed - nothing to refuse on then.
       VERIFICAR-DIA.
           MOVE "N" TO WS-DIA-ABERTO.
           MOVE SPACES TO WS-DIA-STATUS.
           OPEN INPUT DAY-FILE.
           IF WS-DIA-STATUS = "00"
               READ DAY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DS-ABERTO
                           MOVE "S" TO WS-DIA-ABERTO
                       END-IF
               END-READ
               CLOSE DAY-FILE
           END-IF.

       LISTAR-CATALOGO.
           MOVE SPACES TO WS-CATALOG-STATUS.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "NENHUM BACKUP CATALOGADO AINDA."
           ELSE
               PERFORM UNTIL WS-CATALOG-STATUS = "10"
                   READ CATALOG-FILE
                       AT END
                           MOVE "10" TO WS-CATALOG-STATUS
                       NOT AT END
                           DISPLAY "GERACAO " BK-GERACAO " "
                               BK-TIPO " EM " BK-TIMESTAMP
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

       VERIFICAR-GERACAO.
           MOVE "N" TO WS-GERACAO-EXISTE.
           MOVE SPACES TO WS-CATALOG-STATUS.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
               PERFORM UNTIL WS-CATALOG-STATUS = "10"
                   READ CATALOG-FILE
                       AT END
                           MOVE "10" TO WS-CATALOG-STATUS
                       NOT AT END
                           IF BK-TIPO = "BACKUP"
                               AND BK-GERACAO = WS-GERACAO-PEDIDA
                               MOVE "S" TO WS-GERACAO-EXISTE
                               MOVE BK-TIMESTAMP TO WS-BACKUP-QUANDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

      * The suite stamps two ways: CURRENT-DATE (AAAAMMDDHHMMSSCC...)
      * and the ISO form AAAA-MM-DDTHH:MM:SS of the older rows. Both
      * come out as AAAAMMDDHHMMSSCC so the journals merge in order.
       NORMALIZAR-CARIMBO.
           IF WS-CARIMBO(5:1) = "-"
               STRING WS-CARIMBO(1:4) WS-CARIMBO(6:2) WS-CARIMBO(9:2)
                   WS-CARIMBO(12:2) WS-CARIMBO(15:2) WS-CARIMBO(18:2)
                   "00" DELIMITED BY SIZE INTO WS-CHAVE
               END-STRING
           ELSE
               MOVE WS-CARIMBO(1:16) TO WS-CHAVE
           END-IF.

      * Same chain arithmetic as VERIFICA-INTEGRIDADE: a broken link
      * means the log - and the journals it vouches for - may have
      * been edited, so nothing is replayed from it.
       VERIFICAR-CADEIA-AUDITORIA.
           MOVE 0 TO WS-AUSEQ-ANT WS-AUCHK-ANT WS-CADEIA-LINHA.
           MOVE "N" TO WS-CADEIA-QUEBRADA.
           MOVE SPACES TO WS-AUDITLER-STATUS.
           OPEN INPUT AUDITLER-FILE.
           IF WS-AUDITLER-STATUS = "00"
               PERFORM UNTIL WS-AUDITLER-STATUS = "10"
                   OR CADEIA-QUEBRADA
                   READ AUDITLER-FILE
                       AT END
                           MOVE "10" TO WS-AUDITLER-STATUS
                       NOT AT END
                           ADD 1 TO WS-CADEIA-LINHA
                           PERFORM VERIFICAR-ELO
                   END-READ
               END-PERFORM
               CLOSE AUDITLER-FILE
           END-IF.

       VERIFICAR-ELO.
           IF AL-SEQ IS NUMERIC
               IF AL-SEQ NOT = WS-AUSEQ-ANT + 1
                   MOVE "S" TO WS-CADEIA-QUEBRADA
               ELSE
                   MOVE 0 TO WS-AUCHK-SOMA
                   PERFORM VARYING WS-AUCHK-I FROM 1 BY 1
                       UNTIL WS-AUCHK-I > 130
                       COMPUTE WS-AUCHK-SOMA = WS-AUCHK-SOMA
                           + FUNCTION ORD(
                               AUDITLER-RECORD(WS-AUCHK-I:1))
                           * WS-AUCHK-I
                   END-PERFORM
                   COMPUTE WS-AUCHK-CALC = FUNCTION MOD(
                       WS-AUCHK-ANT * 31 + WS-AUCHK-SOMA, 999999937)
                   IF WS-AUCHK-CALC NOT = AL-CHECK
                       MOVE "S" TO WS-CADEIA-QUEBRADA
                   ELSE
                       MOVE AL-SEQ TO WS-AUSEQ-ANT
                       MOVE AL-CHECK TO WS-AUCHK-ANT
                   END-IF
               END-IF
           END-IF.

      * The live history is the journal: every row stamped after the
      * backup is a posting the generation does not have. Rows older
      * than the backup that now carry the superseded mark are kept
      * aside - a correction in the window set that mark.
       LER-JORNAL-NOTAS.
           MOVE SPACES TO WS-SG-STATUS.
           OPEN INPUT STUDENT-GRADES-FILE.
           IF WS-SG-STATUS = "00"
               PERFORM UNTIL WS-SG-STATUS = "10"
                   READ STUDENT-GRADES-FILE
                       AT END
                           MOVE "10" TO WS-SG-STATUS
                       NOT AT END
                           PERFORM AVALIAR-LINHA-NOTAS
                   END-READ
               END-PERFORM
               CLOSE STUDENT-GRADES-FILE
           END-IF.

       AVALIAR-LINHA-NOTAS.
           MOVE SG-DATA-HORA TO WS-CARIMBO.
           PERFORM NORMALIZAR-CARIMBO.
           IF WS-CHAVE <= WS-CHAVE-BACKUP
               IF SG-SUPERSEDIDA
                   IF WS-TOTAL-SUPERSEDIDAS < 1000
                       ADD 1 TO WS-TOTAL-SUPERSEDIDAS
                       MOVE SG-STUDENT-ID
                           TO WS-SP-ALUNO(WS-TOTAL-SUPERSEDIDAS)
                       MOVE SG-PROGRAMA-ID
                           TO WS-SP-PROGRAMA(WS-TOTAL-SUPERSEDIDAS)
                       MOVE SG-DATA-HORA
                           TO WS-SP-DATA-HORA(WS-TOTAL-SUPERSEDIDAS)
                       MOVE WS-CHAVE
                           TO WS-SP-CHAVE(WS-TOTAL-SUPERSEDIDAS)
                       MOVE "N" TO WS-SP-MANTER(WS-TOTAL-SUPERSEDIDAS)
                   ELSE
                       ADD 1 TO WS-FORA-TABELA
                   END-IF
               END-IF
           ELSE
               PERFORM GUARDAR-CHAVE
               IF WS-CHAVE > WS-CHAVE-PONTO
                   ADD 1 TO WS-NT-APOS-PONTO
               ELSE
                   ADD 1 TO WS-NT-REAPLICADAS
                   MOVE WS-CHAVE TO WS-EVN-CHAVE
                   MOVE "N" TO WS-EVN-TIPO
                   MOVE SPACES TO WS-EVN-REG
                   MOVE STUDENT-GRADE-RECORD TO WS-EVN-REG
                   PERFORM INSERIR-EVENTO
               END-IF
           END-IF.

       GUARDAR-CHAVE.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-CHAVES OR WS-ACHADO > 0
               IF WS-CH-ALUNO(WS-J) = SG-STUDENT-ID
                   AND WS-CH-PROGRAMA(WS-J) = SG-PROGRAMA-ID
                   MOVE WS-J TO WS-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACHADO = 0
               IF WS-TOTAL-CHAVES < 2000
                   ADD 1 TO WS-TOTAL-CHAVES
                   MOVE SG-STUDENT-ID TO WS-CH-ALUNO(WS-TOTAL-CHAVES)
                   MOVE SG-PROGRAMA-ID
                       TO WS-CH-PROGRAMA(WS-TOTAL-CHAVES)
               ELSE
                   ADD 1 TO WS-FORA-TABELA
               END-IF
           END-IF.

      * Insertion keeps the table in stamp order; an equal stamp goes
      * after the ones already in, so each journal keeps its own
      * sequence.
       INSERIR-EVENTO.
           IF WS-TOTAL-EVENTOS >= 2000
               ADD 1 TO WS-FORA-TABELA
           ELSE
               MOVE WS-TOTAL-EVENTOS TO WS-J
               PERFORM UNTIL WS-J = 0
                   OR WS-EV-CHAVE(WS-J) <= WS-EVN-CHAVE
                   MOVE WS-EV-ENTRY(WS-J) TO WS-EV-ENTRY(WS-J + 1)
                   SUBTRACT 1 FROM WS-J
               END-PERFORM
               MOVE WS-EV-NOVO TO WS-EV-ENTRY(WS-J + 1)
               ADD 1 TO WS-TOTAL-EVENTOS
           END-IF.

       LER-JORNAL-DISCIPLINAS.
           MOVE SPACES TO WS-JORNAL-STATUS.
           OPEN INPUT JORNAL-FILE.
           IF WS-JORNAL-STATUS = "00"
               PERFORM UNTIL WS-JORNAL-STATUS = "10"
                   READ JORNAL-FILE
                       AT END
                           MOVE "10" TO WS-JORNAL-STATUS
                       NOT AT END
                           MOVE JORNAL-LINE(1:19) TO WS-CARIMBO
                           PERFORM NORMALIZAR-CARIMBO
                           IF WS-CHAVE > WS-CHAVE-BACKUP
                               IF WS-CHAVE > WS-CHAVE-PONTO
                                   ADD 1 TO WS-DC-APOS-PONTO
                               ELSE
                                   ADD 1 TO WS-DC-NA-JANELA
                                   MOVE WS-CHAVE TO WS-EVN-CHAVE
                                   MOVE "D" TO WS-EVN-TIPO
                                   MOVE JORNAL-LINE TO WS-EVN-REG
                                   PERFORM INSERIR-EVENTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JORNAL-FILE
           END-IF.

      * Every pending key stamped in the window should have its
      * posting among the rows being replayed; one that does not is a
      * posting the history lost and has to be re-keyed.
       CONFERIR-PENDENCIAS.
           MOVE SPACES TO WS-DELTA-STATUS.
           OPEN INPUT DELTA-FILE.
           IF WS-DELTA-STATUS = "00"
               PERFORM UNTIL WS-DELTA-STATUS = "10"
                   READ DELTA-FILE
                       AT END
                           MOVE "10" TO WS-DELTA-STATUS
                       NOT AT END
                           MOVE DL-DATA-HORA TO WS-CARIMBO
                           PERFORM NORMALIZAR-CARIMBO
                           IF WS-CHAVE > WS-CHAVE-BACKUP
                               AND WS-CHAVE <= WS-CHAVE-PONTO
                               ADD 1 TO WS-DL-NA-JANELA
                               PERFORM CONFERIR-UMA-PENDENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELTA-FILE
           END-IF.

       CONFERIR-UMA-PENDENCIA.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-EVENTOS OR WS-ACHADO > 0
               MOVE WS-EV-REG(WS-J) TO STUDENT-GRADE-RECORD
               IF WS-EV-TIPO(WS-J) = "N"
                   AND SG-STUDENT-ID = DL-STUDENT-ID
                   AND SG-PROGRAMA-ID = DL-PROGRAMA-ID
                   MOVE WS-J TO WS-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACHADO = 0
               ADD 1 TO WS-DL-SEM-LINHA
               MOVE SPACES TO WS-AVISO
               STRING "PENDENCIA SEM LINHA NO HISTORICO: "
                   DELIMITED BY SIZE
                   DL-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DL-PROGRAMA-ID DELIMITED BY SIZE
                   " EM " DELIMITED BY SIZE
                   DL-DATA-HORA DELIMITED BY SIZE
                   " - REDIGITAR" DELIMITED BY SIZE
                   INTO WS-AVISO
               END-STRING
               PERFORM GUARDAR-AVISO
           END-IF.

      * The chain is already verified; this pass lists what the
      * window holds. Approved adjustments are checked against the
      * correcting rows being replayed; the masters without a journal
      * are listed line by line for manual re-entry.
       CONFERIR-AUDITORIA.
           MOVE SPACES TO WS-AUDITLER-STATUS.
           OPEN INPUT AUDITLER-FILE.
           IF WS-AUDITLER-STATUS = "00"
               PERFORM UNTIL WS-AUDITLER-STATUS = "10"
                   READ AUDITLER-FILE
                       AT END
                           MOVE "10" TO WS-AUDITLER-STATUS
                       NOT AT END
                           MOVE AL-TIMESTAMP TO WS-CARIMBO
                           PERFORM NORMALIZAR-CARIMBO
                           IF WS-CHAVE > WS-CHAVE-BACKUP
                               AND WS-CHAVE <= WS-CHAVE-PONTO
                               PERFORM AVALIAR-LINHA-AUDITORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITLER-FILE
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-EVENTOS
               IF WS-EV-TIPO(WS-J) = "N"
                   MOVE WS-EV-REG(WS-J) TO STUDENT-GRADE-RECORD
                   IF SG-MOTIVO-AJUSTE NOT = SPACES
                       AND SG-MOTIVO-AJUSTE NOT = "REC"
                       AND SG-MOTIVO-AJUSTE NOT = "TRD"
                       ADD 1 TO WS-NT-CORRECOES
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-AU-AJUSTES NOT = WS-NT-CORRECOES
               MOVE SPACES TO WS-AVISO
               STRING "AJUSTES APROVADOS NO LOG: " DELIMITED BY SIZE
                   WS-AU-AJUSTES DELIMITED BY SIZE
                   " - LINHAS DE CORRECAO NO HISTORICO: "
                   DELIMITED BY SIZE
                   WS-NT-CORRECOES DELIMITED BY SIZE
                   INTO WS-AVISO
               END-STRING
               PERFORM GUARDAR-AVISO
           END-IF.

       AVALIAR-LINHA-AUDITORIA.
           ADD 1 TO WS-AU-NA-JANELA.
           IF AL-PROGRAM = "APROVA-AJUSTE"
               AND AL-MESSAGE(1:15) = "AJUSTE APROVADO"
               ADD 1 TO WS-AU-AJUSTES
           END-IF.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > 8 OR WS-ACHADO > 0
               IF AL-PROGRAM = WS-PROGRAMA-SEM-JORNAL(WS-J)
                   MOVE WS-J TO WS-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACHADO > 0
               ADD 1 TO WS-AU-MANUAIS
               MOVE SPACES TO WS-AVISO
               STRING "MANUAL " DELIMITED BY SIZE
                   WS-CHAVE(1:12) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AL-PROGRAM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AL-MESSAGE(1:66) DELIMITED BY SIZE
                   INTO WS-AVISO
               END-STRING
               PERFORM GUARDAR-AVISO
           END-IF.

       GUARDAR-AVISO.
           IF WS-TOTAL-AVISOS < 300
               ADD 1 TO WS-TOTAL-AVISOS
               MOVE WS-AVISO TO WS-AV-LINHA(WS-TOTAL-AVISOS)
           END-IF.

      * The live files as they stand are kept before anything is
      * overwritten - the rows after the stopping point are in there.
       GUARDAR-ARQUIVOS-VIVOS.
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-TOTAL-MESTRES
               MOVE SPACES TO WS-NOME-ORIGEM
               STRING WS-NOME-MESTRE(WS-M) DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-NOME-ORIGEM
               END-STRING
               MOVE SPACES TO WS-NOME-DESTINO
               STRING WS-NOME-MESTRE(WS-M) DELIMITED BY SPACE
                   "-PRE-RECUP.DAT" DELIMITED BY SIZE
                   INTO WS-NOME-DESTINO
               END-STRING
               PERFORM COPIAR-ARQUIVO
           END-PERFORM.

      * STUDENT-GRADES is regraved by REGRAVAR-HISTORICO from the
      * generation plus the replayed rows; the rest are copied back
      * as BACKUP-MESTRES restores them.
       RESTAURAR-GERACAO.
           PERFORM VARYING WS-M FROM 2 BY 1
               UNTIL WS-M > WS-TOTAL-MESTRES
               MOVE SPACES TO WS-NOME-ORIGEM
               STRING WS-NOME-MESTRE(WS-M) DELIMITED BY SPACE
                   "-G" DELIMITED BY SIZE
                   WS-GERACAO-PEDIDA DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-NOME-ORIGEM
               END-STRING
               MOVE SPACES TO WS-NOME-DESTINO
               STRING WS-NOME-MESTRE(WS-M) DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-NOME-DESTINO
               END-STRING
               PERFORM COPIAR-ARQUIVO
               MOVE WS-LINHAS-COPIADAS TO WS-LINHAS-MESTRE(WS-M)
           END-PERFORM.

       COPIAR-ARQUIVO.
           MOVE 0 TO WS-LINHAS-COPIADAS.
           MOVE SPACES TO WS-ORIGEM-STATUS.
           OPEN INPUT ORIGEM-FILE.
           IF WS-ORIGEM-STATUS NOT = "00"
               DISPLAY "  " WS-NOME-ORIGEM " AUSENTE - PULADO."
           ELSE
               OPEN OUTPUT DESTINO-FILE
               PERFORM UNTIL WS-ORIGEM-STATUS = "10"
                   READ ORIGEM-FILE
                       AT END
                           MOVE "10" TO WS-ORIGEM-STATUS
                       NOT AT END
                           MOVE ORIGEM-LINE TO DESTINO-LINE
                           WRITE DESTINO-LINE
                           ADD 1 TO WS-LINHAS-COPIADAS
                   END-READ
               END-PERFORM
               CLOSE ORIGEM-FILE
               CLOSE DESTINO-FILE
               DISPLAY "  " WS-NOME-ORIGEM " -> " WS-NOME-DESTINO
                   " (" WS-LINHAS-COPIADAS " LINHA(S))"
           END-IF.

      * A superseded mark on a pre-backup row stays only if a
      * correcting row for the same student/programa, later than
      * that row, is among those replayed - a correction after the
      * stopping point is not part of the recovered history.
       MARCAR-SUPERSEDIDAS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-SUPERSEDIDAS
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-EVENTOS
                   OR WS-SP-MANTER(WS-I) = "S"
                   IF WS-EV-TIPO(WS-J) = "N"
                       MOVE WS-EV-REG(WS-J) TO STUDENT-GRADE-RECORD
                       IF SG-STUDENT-ID = WS-SP-ALUNO(WS-I)
                           AND SG-PROGRAMA-ID = WS-SP-PROGRAMA(WS-I)
                           AND SG-MOTIVO-AJUSTE NOT = SPACES
                           AND SG-MOTIVO-AJUSTE NOT = "REC"
                           AND SG-MOTIVO-AJUSTE NOT = "TRD"
                           AND WS-EV-CHAVE(WS-J) > WS-SP-CHAVE(WS-I)
                           MOVE "S" TO WS-SP-MANTER(WS-I)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       REGRAVAR-HISTORICO.
           MOVE SPACES TO WS-NOME-ORIGEM.
           STRING "STUDENT-GRADES-G" DELIMITED BY SIZE
               WS-GERACAO-PEDIDA DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-ORIGEM
           END-STRING.
           MOVE SPACES TO WS-ORIGEM-STATUS.
           OPEN INPUT ORIGEM-FILE.
           OPEN OUTPUT STUDENT-GRADES-FILE.
           PERFORM UNTIL WS-ORIGEM-STATUS = "10"
               READ ORIGEM-FILE
                   AT END
                       MOVE "10" TO WS-ORIGEM-STATUS
                   NOT AT END
                       MOVE ORIGEM-LINE TO STUDENT-GRADE-RECORD
                       ADD 1 TO WS-NT-GERACAO
                       IF NOT SG-SUPERSEDIDA
                           PERFORM APLICAR-MARCA
                       END-IF
                       WRITE STUDENT-GRADE-RECORD
               END-READ
           END-PERFORM.
           CLOSE ORIGEM-FILE.
           MOVE WS-NT-GERACAO TO WS-LINHAS-MESTRE(1).
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-EVENTOS
               IF WS-EV-TIPO(WS-I) = "N"
                   MOVE WS-EV-REG(WS-I) TO STUDENT-GRADE-RECORD
                   IF SG-SUPERSEDIDA
                       PERFORM VERIFICAR-MARCA-REAPLICADA
                   END-IF
                   WRITE STUDENT-GRADE-RECORD
               END-IF
           END-PERFORM.
           CLOSE STUDENT-GRADES-FILE.

       APLICAR-MARCA.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL-SUPERSEDIDAS
               IF WS-SP-ALUNO(WS-J) = SG-STUDENT-ID
                   AND WS-SP-PROGRAMA(WS-J) = SG-PROGRAMA-ID
                   AND WS-SP-DATA-HORA(WS-J) = SG-DATA-HORA
                   IF WS-SP-MANTER(WS-J) = "S"
                       MOVE "S" TO SG-SITUACAO
                       ADD 1 TO WS-NT-MARCAS
                   ELSE
                       ADD 1 TO WS-NT-MARCAS-NAO
                   END-IF
               END-IF
           END-PERFORM.

      * A replayed row that was itself superseded later keeps the
      * mark only when its correction is replayed too.
       VERIFICAR-MARCA-REAPLICADA.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-K FROM WS-I BY 1
               UNTIL WS-K > WS-TOTAL-EVENTOS OR WS-ACHADO > 0
               IF WS-K > WS-I AND WS-EV-TIPO(WS-K) = "N"
                   AND WS-EV-REG(WS-K)(1:20) = SG-KEY
                   AND WS-EV-REG(WS-K)(80:3) NOT = SPACES
                   AND WS-EV-REG(WS-K)(80:3) NOT = "REC"
                   AND WS-EV-REG(WS-K)(80:3) NOT = "TRD"
                   MOVE WS-K TO WS-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACHADO > 0
               ADD 1 TO WS-NT-MARCAS
           ELSE
               IF SG-MOTIVO-AJUSTE = SPACES
                   MOVE SPACE TO SG-SITUACAO
               ELSE
                   MOVE "A" TO SG-SITUACAO
               END-IF
               ADD 1 TO WS-NT-MARCAS-NAO
           END-IF.

      * The history was rewritten, so the keyed mirror (STDGRIX.cpy)
      * is regraved whole from it, still inside the lock. No mirror
      * on disk means NOTAS-INDEXA has not converted yet; nothing to
      * maintain then.
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

      * Every key touched after the backup - replayed, or dropped as
      * after the stopping point - goes back on the pending feed, so
      * NOTAS-DELTA refolds it against the recovered history.
       REGRAVAR-PENDENCIAS.
           MOVE SPACES TO WS-DELTA-STATUS.
           OPEN EXTEND DELTA-FILE.
           IF WS-DELTA-STATUS = "35"
               OPEN OUTPUT DELTA-FILE
               CLOSE DELTA-FILE
               OPEN EXTEND DELTA-FILE
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-CHAVES
               MOVE WS-CH-ALUNO(WS-I) TO DL-STUDENT-ID
               MOVE WS-CH-PROGRAMA(WS-I) TO DL-PROGRAMA-ID
               MOVE FUNCTION CURRENT-DATE(1:19) TO DL-DATA-HORA
               WRITE DELTA-RECORD
           END-PERFORM.
           CLOSE DELTA-FILE.

      * The restored catalog with the journaled changes applied in
      * order. A name the journal refers to that is not in the
      * catalog at that point is reported, not guessed.
       REAPLICAR-CATALOGO.
           MOVE 0 TO WS-TOTAL-DISC.
           MOVE SPACES TO WS-DISC-STATUS.
           OPEN INPUT DISCIPLINAS-FILE.
           IF WS-DISC-STATUS = "00"
               PERFORM UNTIL WS-DISC-STATUS = "10"
                   READ DISCIPLINAS-FILE
                       AT END
                           MOVE "10" TO WS-DISC-STATUS
                       NOT AT END
                           IF WS-TOTAL-DISC < 20
                               ADD 1 TO WS-TOTAL-DISC
                               MOVE DISC-NOME
                                   TO WS-DC-NOME(WS-TOTAL-DISC)
                               MOVE DISC-CARGA-HORARIA
                                   TO WS-DC-CARGA(WS-TOTAL-DISC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCIPLINAS-FILE
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-EVENTOS
               IF WS-EV-TIPO(WS-I) = "D"
                   PERFORM APLICAR-JORNAL-DISCIPLINA
               END-IF
           END-PERFORM.
           IF WS-DC-REAPLICADAS > 0
               OPEN OUTPUT DISCIPLINAS-FILE
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-DISC
                   MOVE WS-DC-NOME(WS-J) TO DISC-NOME
                   MOVE WS-DC-CARGA(WS-J) TO DISC-CARGA-HORARIA
                   WRITE DISCIPLINE-RECORD
               END-PERFORM
               CLOSE DISCIPLINAS-FILE
           END-IF.

       APLICAR-JORNAL-DISCIPLINA.
           MOVE WS-EV-REG(WS-I)(30:10) TO WS-ACAO.
           MOVE WS-EV-REG(WS-I)(47:40) TO WS-NOME-ANTES.
           MOVE WS-EV-REG(WS-I)(95:40) TO WS-NOME-DEPOIS.
           MOVE SPACES TO WS-CARGA-TXT.
           IF WS-EV-REG(WS-I)(135:7) = " CARGA="
               MOVE WS-EV-REG(WS-I)(142:2) TO WS-CARGA-TXT
           END-IF.
           MOVE 0 TO WS-ACHADO.
           IF WS-ACAO NOT = "INCLUSAO"
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-DISC OR WS-ACHADO > 0
                   IF WS-DC-NOME(WS-J) = WS-NOME-ANTES
                       MOVE WS-J TO WS-ACHADO
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-CARGA-TXT IS NOT NUMERIC
                   AND WS-ACAO NOT = "REMOCAO"
                   MOVE "JORNAL SEM CARGA HORARIA" TO WS-AVISO
               WHEN WS-ACAO = "INCLUSAO" AND WS-TOTAL-DISC >= 20
                   MOVE "CATALOGO CHEIO" TO WS-AVISO
               WHEN WS-ACAO = "INCLUSAO"
                   ADD 1 TO WS-TOTAL-DISC
                   MOVE WS-NOME-DEPOIS TO WS-DC-NOME(WS-TOTAL-DISC)
                   MOVE WS-CARGA-N TO WS-DC-CARGA(WS-TOTAL-DISC)
                   MOVE SPACES TO WS-AVISO
               WHEN WS-ACHADO = 0
                   MOVE "DISCIPLINA NAO ESTA NO CATALOGO" TO WS-AVISO
               WHEN WS-ACAO = "RENOMEACAO"
                   MOVE WS-NOME-DEPOIS TO WS-DC-NOME(WS-ACHADO)
                   MOVE WS-CARGA-N TO WS-DC-CARGA(WS-ACHADO)
                   MOVE SPACES TO WS-AVISO
               WHEN WS-ACAO = "REMOCAO"
                   PERFORM VARYING WS-J FROM WS-ACHADO BY 1
                       UNTIL WS-J >= WS-TOTAL-DISC
                       MOVE WS-DC-ENTRY(WS-J + 1) TO WS-DC-ENTRY(WS-J)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-TOTAL-DISC
                   MOVE SPACES TO WS-AVISO
               WHEN OTHER
                   MOVE "ACAO DESCONHECIDA" TO WS-AVISO
           END-EVALUATE.
           IF WS-AVISO = SPACES
               ADD 1 TO WS-DC-REAPLICADAS
           ELSE
               ADD 1 TO WS-DC-FALHAS
               MOVE WS-AVISO TO WS-NOME-ANTES
               MOVE SPACES TO WS-AVISO
               STRING "CATALOGO NAO REAPLICADO " DELIMITED BY SIZE
                   WS-EV-REG(WS-I)(1:19) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ACAO DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   WS-NOME-ANTES DELIMITED BY "  "
                   INTO WS-AVISO
               END-STRING
               PERFORM GUARDAR-AVISO
           END-IF.

       IMPRIMIR-RELATORIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "GERACAO " DELIMITED BY SIZE
               WS-GERACAO-PEDIDA DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               WS-BACKUP-QUANDO DELIMITED BY SIZE
               " - PONTO DE PARADA " DELIMITED BY SIZE
               WS-CHAVE-PONTO(1:14) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE "ARQUIVO                   DA GERACAO  REAPLICADAS  "
               TO WS-PRINT-LINE.
           MOVE "APOS O PONTO  NAO APLICADAS" TO WS-PRINT-LINE(53:).
           PERFORM IMPRIMIR-LINHA.
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-TOTAL-MESTRES
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-NOME-MESTRE(WS-M) TO WS-PRINT-LINE(1:25)
               MOVE WS-LINHAS-MESTRE(WS-M) TO WS-PRINT-LINE(29:6)
               EVALUATE WS-M
                   WHEN 1
                       MOVE WS-NT-REAPLICADAS TO WS-PRINT-LINE(42:6)
                       MOVE WS-NT-APOS-PONTO TO WS-PRINT-LINE(55:6)
                   WHEN 3
                       MOVE WS-DC-REAPLICADAS TO WS-PRINT-LINE(42:6)
                       MOVE WS-DC-APOS-PONTO TO WS-PRINT-LINE(55:6)
                       MOVE WS-DC-FALHAS TO WS-PRINT-LINE(69:6)
                   WHEN OTHER
                       MOVE "SEM JORNAL" TO WS-PRINT-LINE(40:10)
               END-EVALUATE
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "STUDENT-GRADES: CORRECOES REAPLICADAS "
               DELIMITED BY SIZE
               WS-NT-CORRECOES DELIMITED BY SIZE
               ", SUPERSEDIDAS MANTIDAS " DELIMITED BY SIZE
               WS-NT-MARCAS DELIMITED BY SIZE
               ", DESFEITAS " DELIMITED BY SIZE
               WS-NT-MARCAS-NAO DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "GRADES-PENDENTES: CHAVES NA JANELA "
               DELIMITED BY SIZE
               WS-DL-NA-JANELA DELIMITED BY SIZE
               ", SEM LINHA " DELIMITED BY SIZE
               WS-DL-SEM-LINHA DELIMITED BY SIZE
               ", CHAVES REGRAVADAS " DELIMITED BY SIZE
               WS-TOTAL-CHAVES DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "AUDIT-LOG: CADEIA OK, LINHAS NA JANELA "
               DELIMITED BY SIZE
               WS-AU-NA-JANELA DELIMITED BY SIZE
               ", AJUSTES APROVADOS " DELIMITED BY SIZE
               WS-AU-AJUSTES DELIMITED BY SIZE
               ", A REDIGITAR " DELIMITED BY SIZE
               WS-AU-MANUAIS DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE "PENDENCIAS DA CONCILIACAO" TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           IF WS-TOTAL-AVISOS = 0
               MOVE "  NENHUMA." TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-AVISOS
               MOVE WS-AV-LINHA(WS-I) TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.
           CLOSE PRINT-FILE.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "RECUPERACAO DOS MESTRES (ROLL-FORWARD)"
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

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "RECUPERA-MEST" TO AU-PROGRAM.
           MOVE WS-AUDIT-MSG TO AU-MESSAGE.
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
           MOVE "RECUPERA-MEST" TO TRAVA-PROGRAMA.
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
