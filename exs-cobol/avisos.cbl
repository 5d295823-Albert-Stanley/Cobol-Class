      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Nightly outbound notification feed for the SMS/
      *          e-mail gateway, so the events the suite already
      *          produces reach the student without a paper letter.
      *          Four sources are swept: failing outcomes (vigente
      *          REPROVADO/REP-FALTA rows of CURRENT-GRADES.DAT -
      *          run NOTAS-ATUAIS first), the recuperacao band in
      *          RECUP-ELEGIVEIS.DAT, waitlist promotions as
      *          MATRICULAS-MANUT logs them in AUDIT-LOG.DAT, and
      *          the active holds of HOLDS.DAT. Every event not yet
      *          delivered goes to AVISOS-SAIDA.DAT (AVISO.cpy), one
      *          line per channel on file in STUDENT-ADDRESS.DAT
      *          (phone = SMS, e-mail = EMAIL); a student who
      *          declined messages is not sent. Every decision -
      *          sent, declined, no contact - is appended to the
      *          AVISOS-MANIFESTO.DAT delivery manifest
      *          (AVISOMAN.cpy), which is also what keeps an event
      *          from being sent twice. Runs as the AVISOS step of
      *          NIGHTLY-CONTROLE. Student names come from a sorted
      *          table of STUDENT.DAT (TABMEST.cpy) searched by
      *          halving; a master past its capacity stops the run
      *          before anything is sent.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOS-GATEWAY.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-FILE ASSIGN TO "CURRENT-GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.
           SELECT RECUP-FILE ASSIGN TO "RECUP-ELEGIVEIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUP-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "STUDENT-ADDRESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT FEED-FILE ASSIGN TO "AVISOS-SAIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "AVISOS-MANIFESTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENT-FILE.
           COPY STDGRADE.

      * RECUP-ELEGIVEIS.DAT is a print-style extract: detail lines
      * carry MEDIA= at column 54, the header and total lines do not.
       FD  RECUP-FILE.
       01 RECUP-LINE.
           05 RE-STUDENT-ID         PIC X(10).
           05 FILLER                PIC X(32).
           05 RE-PROGRAMA-ID        PIC X(10).
           05 FILLER                PIC X(01).
           05 RE-ROTULO-MEDIA       PIC X(06).
           05 RE-MEDIA              PIC X(06).
           05 FILLER                PIC X(07).
           05 RE-TERMO              PIC X(06).
           05 FILLER                PIC X(22).

       FD  AUDIT-FILE.
           COPY AUDIT.

       FD  HOLDS-FILE.
           COPY BLOQUEIO.

       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  ADDRESS-FILE.
           COPY ADDRESS.

       FD  FEED-FILE.
           COPY AVISO.

       FD  MANIFEST-FILE.
           COPY AVISOMAN.

       WORKING-STORAGE SECTION.
       77 WS-CURRENT-STATUS  PIC X(2) VALUE SPACES.
       77 WS-RECUP-STATUS    PIC X(2) VALUE SPACES.
       77 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.
       77 WS-HOLDS-STATUS    PIC X(2) VALUE SPACES.
       77 WS-STUDENT-STATUS  PIC X(2) VALUE SPACES.
       77 WS-ADDRESS-STATUS  PIC X(2) VALUE SPACES.
       77 WS-FEED-STATUS     PIC X(2) VALUE SPACES.
       77 WS-MANIFEST-STATUS PIC X(2) VALUE SPACES.

           COPY TABMEST.

       01 WS-TABELA-CONTATOS.
           05 WS-CON-ENTRY OCCURS 500 TIMES.
               10 WS-CON-ALUNO    PIC X(10).
               10 WS-CON-TELEFONE PIC X(15).
               10 WS-CON-EMAIL    PIC X(40).
               10 WS-CON-AVISOS   PIC X(01).
       01 WS-TOTAL-CONTATOS  PIC 9(03) VALUE 0.

      * Events already settled (E or O in the manifest), aluno +
      * modelo + chave; the night's own decisions are added as made.
       01 WS-TABELA-AVISADOS.
           05 WS-AVS-CHAVE OCCURS 5000 TIMES PIC X(36).
       01 WS-TOTAL-AVISADOS  PIC 9(04) VALUE 0.

      * The event being offered, filled in by each source.
       01 WS-EVENTO.
           05 WS-EV-CHAVE-COMPLETA.
               10 WS-EV-ALUNO     PIC X(10).
               10 WS-EV-MODELO    PIC X(06).
               10 WS-EV-CHAVE     PIC X(20).
           05 WS-EV-CAMPO-1       PIC X(20).
           05 WS-EV-CAMPO-2       PIC X(20).
           05 WS-EV-CAMPO-3       PIC X(20).
           05 WS-EV-CAMPO-4       PIC X(20).

       01 WS-I               PIC 9(04).
       01 WS-CONTATO         PIC 9(03) VALUE 0.
       01 WS-JA-AVISADO      PIC X VALUE "N".
           88 JA-AVISADO     VALUE "S".
       01 WS-DATA-HORA       PIC X(19) VALUE SPACES.
       01 WS-NOME            PIC X(30) VALUE SPACES.
       01 WS-MEDIA-DISP      PIC -Z9,99.
       01 WS-NUMERO-DISP     PIC 9(06).
       01 WS-EVENTOS         PIC 9(04) VALUE 0.
       01 WS-REPETIDOS       PIC 9(04) VALUE 0.
       01 WS-LINHAS-FEED     PIC 9(04) VALUE 0.
       01 WS-RECUSADOS       PIC 9(04) VALUE 0.
       01 WS-SEM-CONTATO     PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-DATA-HORA.
           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-CONTATOS.
           PERFORM CARREGAR-MANIFESTO.

           OPEN OUTPUT FEED-FILE.
           OPEN EXTEND MANIFEST-FILE.
           IF WS-MANIFEST-STATUS = "35"
               OPEN OUTPUT MANIFEST-FILE
               CLOSE MANIFEST-FILE
               OPEN EXTEND MANIFEST-FILE
           END-IF.

           PERFORM VARRER-REPROVACOES.
           PERFORM VARRER-RECUPERACAO.
           PERFORM VARRER-PROMOCOES.
           PERFORM VARRER-BLOQUEIOS.

           CLOSE FEED-FILE.
           CLOSE MANIFEST-FILE.
           DISPLAY "AVISOS: " WS-EVENTOS " EVENTO(S) NOVO(S), "
               WS-LINHAS-FEED " LINHA(S) EM AVISOS-SAIDA.DAT, "
               WS-RECUSADOS " RECUSADO(S) PELO ALUNO, "
               WS-SEM-CONTATO " SEM CONTATO; " WS-REPETIDOS
               " JA AVISADO(S) ANTES.".
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
                   WS-TA-MAXIMO "). NENHUM AVISO GERADO."
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

       CARREGAR-CONTATOS.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               PERFORM UNTIL WS-ADDRESS-STATUS = "10"
                   OR WS-TOTAL-CONTATOS = 500
                   READ ADDRESS-FILE
                       AT END
                           MOVE "10" TO WS-ADDRESS-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-CONTATOS
                           MOVE AD-STUDENT-ID
                               TO WS-CON-ALUNO(WS-TOTAL-CONTATOS)
                           MOVE AD-TELEFONE
                               TO WS-CON-TELEFONE(WS-TOTAL-CONTATOS)
                           MOVE AD-EMAIL
                               TO WS-CON-EMAIL(WS-TOTAL-CONTATOS)
                           MOVE AD-AVISOS
                               TO WS-CON-AVISOS(WS-TOTAL-CONTATOS)
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF.

      * A manifest bigger than the table would let old events be
      * sent again - the run stops before writing anything.
       CARREGAR-MANIFESTO.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS = "00"
               PERFORM UNTIL WS-MANIFEST-STATUS = "10"
                   READ MANIFEST-FILE
                       AT END
                           MOVE "10" TO WS-MANIFEST-STATUS
                       NOT AT END
                           IF MN-ENVIADO OR MN-RECUSADO
                               MOVE MN-STUDENT-ID TO WS-EV-ALUNO
                               MOVE MN-MODELO TO WS-EV-MODELO
                               MOVE MN-CHAVE TO WS-EV-CHAVE
                               PERFORM PROCURAR-AVISADO
                               IF NOT JA-AVISADO
                                   PERFORM GUARDAR-AVISADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.

       PROCURAR-AVISADO.
           MOVE "N" TO WS-JA-AVISADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-AVISADOS OR JA-AVISADO
               IF WS-AVS-CHAVE(WS-I) = WS-EV-CHAVE-COMPLETA
                   MOVE "S" TO WS-JA-AVISADO
               END-IF
           END-PERFORM.

       GUARDAR-AVISADO.
           IF WS-TOTAL-AVISADOS = 5000
               DISPLAY "AVISOS-MANIFESTO.DAT EXCEDE A CAPACIDADE DA "
                   "TABELA (MAX 5000) - NENHUM AVISO GERADO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-AVISADOS.
           MOVE WS-EV-CHAVE-COMPLETA TO WS-AVS-CHAVE(WS-TOTAL-AVISADOS).

       VARRER-REPROVACOES.
           OPEN INPUT CURRENT-FILE.
           IF WS-CURRENT-STATUS NOT = "00"
               DISPLAY "CURRENT-GRADES.DAT NAO ENCONTRADO - EXECUTE "
                   "NOTAS-ATUAIS ANTES DOS AVISOS."
           ELSE
               PERFORM UNTIL WS-CURRENT-STATUS = "10"
                   READ CURRENT-FILE
                       AT END
                           MOVE "10" TO WS-CURRENT-STATUS
                       NOT AT END
                           IF SG-VIGENTE
                               AND (SG-RESULTADO = "REPROVADO"
                                   OR SG-RESULTADO = "REP-FALTA")
                               PERFORM AVISAR-REPROVACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRENT-FILE
           END-IF.

       AVISAR-REPROVACAO.
           MOVE SPACES TO WS-EVENTO.
           MOVE SG-STUDENT-ID TO WS-EV-ALUNO.
           MOVE "REPROV" TO WS-EV-MODELO.
           STRING SG-PROGRAMA-ID DELIMITED BY SIZE
               SG-TERMO DELIMITED BY SIZE
               INTO WS-EV-CHAVE
           END-STRING.
           MOVE SG-MEDIA TO WS-MEDIA-DISP.
           MOVE SG-PROGRAMA-ID TO WS-EV-CAMPO-1.
           MOVE SG-TERMO TO WS-EV-CAMPO-2.
           MOVE WS-MEDIA-DISP TO WS-EV-CAMPO-3.
           MOVE SG-RESULTADO TO WS-EV-CAMPO-4.
           PERFORM OFERECER-EVENTO.

       VARRER-RECUPERACAO.
           OPEN INPUT RECUP-FILE.
           IF WS-RECUP-STATUS = "00"
               PERFORM UNTIL WS-RECUP-STATUS = "10"
                   READ RECUP-FILE
                       AT END
                           MOVE "10" TO WS-RECUP-STATUS
                       NOT AT END
                           IF RE-ROTULO-MEDIA = "MEDIA="
                               PERFORM AVISAR-RECUPERACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECUP-FILE
           END-IF.

       AVISAR-RECUPERACAO.
           MOVE SPACES TO WS-EVENTO.
           MOVE RE-STUDENT-ID TO WS-EV-ALUNO.
           MOVE "RECUPE" TO WS-EV-MODELO.
           STRING RE-PROGRAMA-ID DELIMITED BY SIZE
               RE-TERMO DELIMITED BY SIZE
               INTO WS-EV-CHAVE
           END-STRING.
           MOVE RE-PROGRAMA-ID TO WS-EV-CAMPO-1.
           MOVE RE-TERMO TO WS-EV-CAMPO-2.
           MOVE RE-MEDIA TO WS-EV-CAMPO-3.
           PERFORM OFERECER-EVENTO.

      * MATRICULAS-MANUT logs a promotion as
      * "PROMOVIDO DA FILA ALUNO=<10> CURSO=<10> TURMA=<4>".
       VARRER-PROMOCOES.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS = "10"
                   READ AUDIT-FILE
                       AT END
                           MOVE "10" TO WS-AUDIT-STATUS
                       NOT AT END
                           IF AU-PROGRAM = "MATRIC-MANUT"
                               AND AU-MESSAGE(1:24)
                                   = "PROMOVIDO DA FILA ALUNO="
                               PERFORM AVISAR-PROMOCAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       AVISAR-PROMOCAO.
           MOVE SPACES TO WS-EVENTO.
           MOVE AU-MESSAGE(25:10) TO WS-EV-ALUNO.
           MOVE "FILAPR" TO WS-EV-MODELO.
           STRING AU-MESSAGE(42:10) DELIMITED BY SIZE
               AU-TIMESTAMP(1:8) DELIMITED BY SIZE
               INTO WS-EV-CHAVE
           END-STRING.
           MOVE AU-MESSAGE(42:10) TO WS-EV-CAMPO-1.
           MOVE AU-MESSAGE(59:4) TO WS-EV-CAMPO-2.
           MOVE AU-TIMESTAMP(1:8) TO WS-EV-CAMPO-3.
           PERFORM OFERECER-EVENTO.

      * A hold released before the night's run is no longer news.
       VARRER-BLOQUEIOS.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-STATUS = "00"
               PERFORM UNTIL WS-HOLDS-STATUS = "10"
                   READ HOLDS-FILE
                       AT END
                           MOVE "10" TO WS-HOLDS-STATUS
                       NOT AT END
                           IF BL-ATIVO
                               PERFORM AVISAR-BLOQUEIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

       AVISAR-BLOQUEIO.
           MOVE SPACES TO WS-EVENTO.
           MOVE BL-STUDENT-ID TO WS-EV-ALUNO.
           MOVE "BLOQUE" TO WS-EV-MODELO.
           MOVE BL-NUMERO TO WS-NUMERO-DISP.
           MOVE WS-NUMERO-DISP TO WS-EV-CHAVE.
           MOVE BL-TIPO TO WS-EV-CAMPO-1.
           MOVE BL-SETOR TO WS-EV-CAMPO-2.
           MOVE BL-DATA-COLOCACAO TO WS-EV-CAMPO-3.
           MOVE WS-NUMERO-DISP TO WS-EV-CAMPO-4.
           PERFORM OFERECER-EVENTO.

      * One event: skipped when the manifest already settles it,
      * otherwise sent on every channel on file, or logged as
      * declined or without contact.
       OFERECER-EVENTO.
           PERFORM PROCURAR-AVISADO.
           IF JA-AVISADO
               ADD 1 TO WS-REPETIDOS
           ELSE
               ADD 1 TO WS-EVENTOS
               MOVE 0 TO WS-CONTATO
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-CONTATOS
                   IF WS-CON-ALUNO(WS-I) = WS-EV-ALUNO
                       MOVE WS-I TO WS-CONTATO
                   END-IF
               END-PERFORM
               IF WS-CONTATO > 0
                   IF WS-CON-TELEFONE(WS-CONTATO) = SPACES
                       AND WS-CON-EMAIL(WS-CONTATO) = SPACES
                       MOVE 0 TO WS-CONTATO
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-CONTATO = 0
                       ADD 1 TO WS-SEM-CONTATO
                       MOVE SPACES TO MN-CANAL
                       MOVE SPACES TO MN-DESTINO
                       MOVE "C" TO MN-SITUACAO
                       PERFORM GRAVAR-MANIFESTO
                   WHEN WS-CON-AVISOS(WS-CONTATO) = "N"
                       ADD 1 TO WS-RECUSADOS
                       MOVE SPACES TO MN-CANAL
                       MOVE SPACES TO MN-DESTINO
                       MOVE "O" TO MN-SITUACAO
                       PERFORM GRAVAR-MANIFESTO
                       PERFORM GUARDAR-AVISADO
                   WHEN OTHER
                       IF WS-CON-TELEFONE(WS-CONTATO) NOT = SPACES
                           MOVE "SMS" TO NT-CANAL
                           MOVE WS-CON-TELEFONE(WS-CONTATO)
                               TO NT-DESTINO
                           PERFORM ENVIAR-CANAL
                       END-IF
                       IF WS-CON-EMAIL(WS-CONTATO) NOT = SPACES
                           MOVE "EMAIL" TO NT-CANAL
                           MOVE WS-CON-EMAIL(WS-CONTATO)
                               TO NT-DESTINO
                           PERFORM ENVIAR-CANAL
                       END-IF
                       PERFORM GUARDAR-AVISADO
               END-EVALUATE
           END-IF.

       ENVIAR-CANAL.
           MOVE "(NAO CADASTRADO)" TO WS-NOME.
           MOVE WS-EV-ALUNO TO WS-TB-CHAVE.
           PERFORM LOCALIZAR-TABELA-ALUNO.
           IF TB-ACHOU
               MOVE WS-TA-NOME(WS-TB-POS) TO WS-NOME
           END-IF.
           MOVE WS-EV-ALUNO TO NT-STUDENT-ID.
           MOVE WS-EV-MODELO TO NT-MODELO.
           MOVE WS-NOME TO NT-NOME.
           MOVE WS-EV-CAMPO-1 TO NT-CAMPO-1.
           MOVE WS-EV-CAMPO-2 TO NT-CAMPO-2.
           MOVE WS-EV-CAMPO-3 TO NT-CAMPO-3.
           MOVE WS-EV-CAMPO-4 TO NT-CAMPO-4.
           MOVE WS-DATA-HORA TO NT-DATA-HORA.
           WRITE NOTIFICACAO-RECORD.
           ADD 1 TO WS-LINHAS-FEED.
           MOVE NT-CANAL TO MN-CANAL.
           MOVE NT-DESTINO TO MN-DESTINO.
           MOVE "E" TO MN-SITUACAO.
           PERFORM GRAVAR-MANIFESTO.

      * Caller sets MN-CANAL, MN-DESTINO and MN-SITUACAO.
       GRAVAR-MANIFESTO.
           MOVE WS-DATA-HORA TO MN-DATA-HORA.
           MOVE WS-EV-ALUNO TO MN-STUDENT-ID.
           MOVE WS-EV-MODELO TO MN-MODELO.
           MOVE WS-EV-CHAVE TO MN-CHAVE.
           WRITE AVISO-MANIFESTO-RECORD.
