      *          (PRTHDR.cpy layout) that can be filed. Attempts that
      *          flipped an earlier REPROVADO into APROVADO for the
      *          same programa are flagged, because that is exactly
      *          what the coordinators ask about. A student with an
      *          active hold on HOLDS.DAT (BLOQUEIO.cpy) gets no
      *          transcript unless a supervisor overrides; the
      *          refusal and the override go to AUDIT-LOG.DAT.
      *          Courses waived by transfer credit on
      *          APROVEITAMENTOS.DAT (APROVEIT.cpy) are listed after
      *          the attempts, marked AP with the grade brought in,
      *          the credited hours and the origin. Attempts of
      *          closed terms that NOTAS-ARQUIVA moved out to
      *          STUDENT-GRADES-ARCH.DAT are read back through the
      *          keyed STUDENT-GRADES-ARCH-IX.DAT (STDGRAX.cpy), or a
      *          scan of the archive without it, and printed in
      *          their place in the chronology, each marked as
      *          coming from an archived term. Letters come from the
      *          GRADE-SCALE.DAT line in force for each attempt's
      *          term (RULEVIG.cpy); a waived course's from the
      *          latest line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT APROV-FILE ASSIGN TO "APROVEITAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROV-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLQ-STATUS.
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
       FD  STUDENT-GRADES-FILE.
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

       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  ENROLL-FILE.
           COPY ENROLL.

       FD  APROV-FILE.
           COPY APROVEIT.

       FD  HOLDS-FILE.
           COPY BLOQUEIO.

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
       COPY LOCKF.
       COPY AUDCHAIN.
       COPY RULEVIG.
       01 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-OPERSES-STATUS  PIC X(2) VALUE SPACES.
       01 WS-OPERMST-STATUS  PIC X(2) VALUE SPACES.
       01 WS-OPERADOR        PIC X(8) VALUE "ANONIMO".
       01 WS-OPERADOR-LIDO   PIC X VALUE "N".
           88 OPERADOR-LIDO  VALUE "S".
       01 WS-SUPERVISOR-OK   PIC X VALUE "N".
           88 SUPERVISOR-OK  VALUE "S".
       COPY SESRESOL.
       01 WS-AUDIT-MSG       PIC X(90) VALUE SPACES.
       COPY BLQCHK.
       COPY SNCONF.
       01 WS-ESCALA-STATUS   PIC X(2) VALUE SPACES.
       01 WS-TABELA-ESCALA.
           05 WS-ESCALA-ENTRY OCCURS 10 TIMES.
               10 WS-ESCALA-BANDA OCCURS 5 TIMES.
                   15 WS-ESCALA-MINIMO PIC 9(2)V9(2).
                   15 WS-ESCALA-LETRA  PIC X(01).
               10 WS-ESCALA-VIGENCIA PIC X(06).
       01 WS-TOTAL-ESCALAS   PIC 9(2) VALUE 0.
       01 WS-ESCALA-LIDA     PIC X VALUE "N".
           88 ESCALA-LIDA    VALUE "S".
       01 WS-GX-STATUS       PIC X(2) VALUE SPACES.
       01 WS-INDICE-USADO    PIC X VALUE "N".
           88 INDICE-USADO   VALUE "S".
       01 WS-ARCH-STATUS     PIC X(2) VALUE SPACES.
       01 WS-AX-STATUS       PIC X(2) VALUE SPACES.
       01 WS-TOTAL-ARQUIVADAS PIC 9(3) VALUE 0.
       01 WS-JA-CARREGADA    PIC X VALUE "N".
           88 JA-CARREGADA   VALUE "S".
       01 WS-BUSCA-PROGRAMA  PIC X(10) VALUE SPACES.
       01 WS-BUSCA-DATA-HORA PIC X(19) VALUE SPACES.
       01 WS-STUDENT-STATUS  PIC X(2) VALUE SPACES.
       01 WS-STUDENT-ID      PIC X(10) VALUE SPACES.
       01 WS-STUDENT-NOME    PIC X(30) VALUE SPACES.
               10 WS-AT-DATA-HORA PIC X(19).
               10 WS-AT-TERMO     PIC X(06).
               10 WS-AT-SITUACAO  PIC X(01).
               10 WS-AT-ORIGEM    PIC X(01).
       01 WS-TOTAL-TENTATIVAS PIC 9(3) VALUE 0.
       01 WS-AT-TROCA          PIC X(120).

       01 WS-J               PIC 9(3).
       01 WS-ENROLL-STATUS   PIC X(2) VALUE SPACES.
       01 WS-TRANCAMENTOS    PIC 9(2) VALUE 0.
       01 WS-APROV-STATUS    PIC X(2) VALUE SPACES.
       01 WS-TABELA-APROVEITAMENTOS.
           05 WS-APR-ENTRY OCCURS 30 TIMES.
               10 WS-APR-CURSO    PIC X(10).
               10 WS-APR-NOTA     PIC 9(2)V9(2).
               10 WS-APR-HORAS    PIC 9(02).
               10 WS-APR-INSTITUICAO PIC X(30).
               10 WS-APR-CURSO-ORIGEM PIC X(30).
       01 WS-TOTAL-APROV     PIC 9(2) VALUE 0.
       01 WS-HORAS-DISP      PIC Z9.
       01 WS-NOTA-DISP       PIC -Z9,99.
       01 WS-NOTA-DISP-2     PIC -Z9,99.
       01 WS-NOTA-DISP-3     PIC -Z9,99.
           05 WS-ROT-TRANCADO-EM PIC X(20) VALUE "TRANCADO EM".
           05 WS-ROT-SUPERSEDIDA PIC X(45)
               VALUE "(SUPERSEDIDA POR AJUSTE SUPERVISIONADO)".
           05 WS-ROT-ARQUIVADA PIC X(45)
               VALUE "(TERMO ARQUIVADO - STUDENT-GRADES-ARCH.DAT)".
           05 WS-ROT-APROVEITADAS PIC X(45)
               VALUE "APROVEITAMENTOS DE ESTUDOS (AP):".
           05 WS-ROT-HORAS   PIC X(12) VALUE "HORAS".
           05 WS-ROT-ORIGEM  PIC X(12) VALUE "ORIGEM".

       PROCEDURE DIVISION.
       INICIO.

           PERFORM BUSCAR-ALUNO.
           DISPLAY "ALUNO: " WS-STUDENT-NOME.
           MOVE WS-STUDENT-ID TO WS-BLQ-ALUNO.
           MOVE "HISTORICO" TO WS-BLQ-SERVICO.
           PERFORM VERIFICAR-BLOQUEIOS.
           IF NOT BLQ-LIBERADO
               DISPLAY "NENHUM HISTORICO EMITIDO."
               STOP RUN
           END-IF.

           PERFORM CARREGAR-TENTATIVAS.
           PERFORM CARREGAR-APROVEITAMENTOS.
           IF WS-TOTAL-TENTATIVAS = 0 AND WS-TOTAL-APROV = 0
               DISPLAY "NENHUMA TENTATIVA REGISTRADA PARA ESTE ALUNO."
           ELSE
               PERFORM ORDENAR-POR-DATA
               PERFORM IMPRIMIR-RELATORIO
               DISPLAY "HISTORICO GRAVADO EM HISTORICO-PRINT.DAT ("
                   WS-TOTAL-TENTATIVAS " TENTATIVA(S), "
                   WS-TOTAL-ARQUIVADAS " DE TERMOS ARQUIVADOS, "
                   WS-TOTAL-APROV " APROVEITAMENTO(S))."
           END-IF.
           STOP RUN.

               CLOSE STUDENT-FILE
           END-IF.

      * Active holds (BLQCHK.cpy) on WS-BLQ-ALUNO: each one is shown
      * with its reason and the service is refused unless a
      * supervisor overrides; the refusal and the override both go
      * to AUDIT-LOG.DAT.
       VERIFICAR-BLOQUEIOS.
           MOVE "S" TO WS-BLQ-LIBERADO.
           MOVE 0 TO WS-BLQ-QTDE.
           MOVE SPACES TO WS-BLQ-TIPOS.
           MOVE SPACES TO WS-BLQ-STATUS.
           OPEN INPUT HOLDS-FILE.
           IF WS-BLQ-STATUS = "00"
               PERFORM UNTIL WS-BLQ-STATUS = "10"
                   READ HOLDS-FILE
                       AT END
                           MOVE "10" TO WS-BLQ-STATUS
                       NOT AT END
                           IF BL-STUDENT-ID = WS-BLQ-ALUNO
                               AND BL-ATIVO
                               ADD 1 TO WS-BLQ-QTDE
                               IF WS-BLQ-QTDE <= 5
                                   MOVE BL-TIPO TO WS-BLQ-TIPOS
                                       (WS-BLQ-QTDE * 4 - 3:3)
                               END-IF
                               DISPLAY "BLOQUEIO ATIVO " BL-TIPO
                                   " (" BL-SETOR ") DESDE "
                                   BL-DATA-COLOCACAO ": " BL-MOTIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.
           IF WS-BLQ-QTDE > 0
               MOVE "N" TO WS-BLQ-LIBERADO
               DISPLAY "SERVICO " WS-BLQ-SERVICO " RECUSADO: ALUNO "
                   WS-BLQ-ALUNO " COM " WS-BLQ-QTDE
                   " BLOQUEIO(S) ATIVO(S)."
               MOVE SPACES TO WS-SN-RESPOSTA
               PERFORM UNTIL SN-VALIDA
                   DISPLAY "APLICAR OVERRIDE DE SUPERVISOR? (S/N)"
                   ACCEPT WS-SN-RESPOSTA
                   IF NOT SN-VALIDA
                       DISPLAY "OPCAO INVALIDA. DIGITE S OU N."
                   END-IF
               END-PERFORM
               IF SN-SIM
                   PERFORM VERIFICAR-SUPERVISOR
                   IF SUPERVISOR-OK
                       MOVE "S" TO WS-BLQ-LIBERADO
                       MOVE SPACES TO WS-AUDIT-MSG
                       STRING "OVERRIDE BLOQUEIO ALUNO="
                           DELIMITED BY SIZE
                           WS-BLQ-ALUNO DELIMITED BY SIZE
                           " SERVICO=" DELIMITED BY SIZE
                           WS-BLQ-SERVICO DELIMITED BY SIZE
                           " TIPOS=" DELIMITED BY SIZE
                           WS-BLQ-TIPOS DELIMITED BY SIZE
                           INTO WS-AUDIT-MSG
                       END-STRING
                       PERFORM GRAVAR-AUDITORIA
                       DISPLAY "OVERRIDE REGISTRADO EM AUDIT-LOG.DAT."
                   ELSE
                       DISPLAY "OVERRIDE NEGADO: O OPERADOR DA SESSAO ("
                           WS-OPERADOR ") NAO E SUPERVISOR."
                   END-IF
               END-IF
               IF NOT BLQ-LIBERADO
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "BLOQUEIO RECUSOU ALUNO=" DELIMITED BY SIZE
                       WS-BLQ-ALUNO DELIMITED BY SIZE
                       " SERVICO=" DELIMITED BY SIZE
                       WS-BLQ-SERVICO DELIMITED BY SIZE
                       " TIPOS=" DELIMITED BY SIZE
                       WS-BLQ-TIPOS DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   PERFORM GRAVAR-AUDITORIA
               END-IF
           END-IF.

      * Supervisor = session operator with level 3 in the operator
      * master; a master not yet on disk means the control is not
      * deployed and the override stands on the operator's word.
       VERIFICAR-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-OK.
           PERFORM LER-OPERADOR.
           MOVE SPACES TO WS-OPERMST-STATUS.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-STATUS NOT = "00"
               MOVE "S" TO WS-SUPERVISOR-OK
           ELSE
               PERFORM UNTIL WS-OPERMST-STATUS = "10"
                   READ OPERMST-FILE
                       AT END
                           MOVE "10" TO WS-OPERMST-STATUS
                       NOT AT END
                           IF OM-OPERATOR-ID = WS-OPERADOR
                               AND OM-NIVEL >= 3
                               MOVE "S" TO WS-SUPERVISOR-OK
                               MOVE "10" TO WS-OPERMST-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERMST-FILE
           END-IF.

      * The keyed mirror (STDGRIX.cpy) answers a one-student lookup
      * with a START/READ NEXT instead of the full history scan; when
      * the mirror is absent (NOTAS-INDEXA never run) the original
           IF NOT INDICE-USADO
               PERFORM CARREGAR-POR-VARREDURA
           END-IF.
           PERFORM CARREGAR-ARQUIVADAS.

       CARREGAR-POR-CHAVE.
           MOVE "N" TO WS-INDICE-USADO.
               MOVE GX-TERMO TO WS-AT-TERMO(WS-TOTAL-TENTATIVAS)
               MOVE GX-SITUACAO
                   TO WS-AT-SITUACAO(WS-TOTAL-TENTATIVAS)
               MOVE SPACE TO WS-AT-ORIGEM(WS-TOTAL-TENTATIVAS)
           ELSE
               DISPLAY "AVISO: TABELA CHEIA (MAX 200). TENTATIVA "
                   "IGNORADA."
               MOVE SG-TERMO TO WS-AT-TERMO(WS-TOTAL-TENTATIVAS)
               MOVE SG-SITUACAO
                   TO WS-AT-SITUACAO(WS-TOTAL-TENTATIVAS)
               MOVE SPACE TO WS-AT-ORIGEM(WS-TOTAL-TENTATIVAS)
           ELSE
               DISPLAY "AVISO: TABELA CHEIA (MAX 200). TENTATIVA "
                   "IGNORADA."
           END-IF.

      * Closed terms moved out by NOTAS-ARQUIVA: the keyed archive
      * index (STDGRAX.cpy) first, a scan of the archive when the
      * index is absent. The latest attempt per programa is both
      * kept live and archived, and runs before the index existed
      * archived it again each time, so an archived row whose
      * programa and posting timestamp are already in the table is
      * the same attempt and is not listed twice.
       CARREGAR-ARQUIVADAS.
           MOVE SPACES TO WS-AX-STATUS.
           OPEN INPUT ARCH-IX-FILE.
           IF WS-AX-STATUS = "00"
               MOVE WS-STUDENT-ID TO AX-STUDENT-ID
               MOVE SPACES TO AX-PROGRAMA-ID
               MOVE SPACES TO AX-DATA-HORA
               MOVE 0 TO AX-SEQ
               START ARCH-IX-FILE KEY >= AX-CHAVE
               END-START
               IF WS-AX-STATUS NOT = "00"
                   MOVE "10" TO WS-AX-STATUS
               END-IF
               PERFORM UNTIL WS-AX-STATUS = "10"
                   READ ARCH-IX-FILE NEXT
                       AT END
                           MOVE "10" TO WS-AX-STATUS
                       NOT AT END
                           IF AX-STUDENT-ID = WS-STUDENT-ID
                               PERFORM GUARDAR-ARQUIVADA-CHAVE
                           ELSE
                               MOVE "10" TO WS-AX-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-IX-FILE
           ELSE
               MOVE SPACES TO WS-ARCH-STATUS
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCH-STATUS = "00"
                   PERFORM UNTIL WS-ARCH-STATUS = "10"
                       READ ARCHIVE-FILE
                           AT END
                               MOVE "10" TO WS-ARCH-STATUS
                           NOT AT END
                               IF AG-STUDENT-ID = WS-STUDENT-ID
                                   PERFORM GUARDAR-ARQUIVADA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       GUARDAR-ARQUIVADA-CHAVE.
           MOVE AX-PROGRAMA-ID TO WS-BUSCA-PROGRAMA.
           MOVE AX-DATA-HORA TO WS-BUSCA-DATA-HORA.
           PERFORM VERIFICAR-JA-CARREGADA.
           IF NOT JA-CARREGADA
               IF WS-TOTAL-TENTATIVAS < 200
                   ADD 1 TO WS-TOTAL-TENTATIVAS
                   ADD 1 TO WS-TOTAL-ARQUIVADAS
                   MOVE AX-PROGRAMA-ID
                       TO WS-AT-PROGRAMA(WS-TOTAL-TENTATIVAS)
                   MOVE AX-NOTA-1
                       TO WS-AT-NOTA-1(WS-TOTAL-TENTATIVAS)
                   MOVE AX-NOTA-2
                       TO WS-AT-NOTA-2(WS-TOTAL-TENTATIVAS)
                   MOVE AX-NOTA-3
                       TO WS-AT-NOTA-3(WS-TOTAL-TENTATIVAS)
                   MOVE AX-MEDIA TO WS-AT-MEDIA(WS-TOTAL-TENTATIVAS)
                   MOVE AX-RESULTADO
                       TO WS-AT-RESULTADO(WS-TOTAL-TENTATIVAS)
                   MOVE AX-DATA-HORA
                       TO WS-AT-DATA-HORA(WS-TOTAL-TENTATIVAS)
                   MOVE AX-TERMO TO WS-AT-TERMO(WS-TOTAL-TENTATIVAS)
                   MOVE AX-SITUACAO
                       TO WS-AT-SITUACAO(WS-TOTAL-TENTATIVAS)
                   MOVE "A" TO WS-AT-ORIGEM(WS-TOTAL-TENTATIVAS)
               ELSE
                   DISPLAY "AVISO: TABELA CHEIA (MAX 200). TENTATIVA "
                       "ARQUIVADA IGNORADA."
               END-IF
           END-IF.

       GUARDAR-ARQUIVADA.
           MOVE AG-PROGRAMA-ID TO WS-BUSCA-PROGRAMA.
           MOVE AG-DATA-HORA TO WS-BUSCA-DATA-HORA.
           PERFORM VERIFICAR-JA-CARREGADA.
           IF NOT JA-CARREGADA
               IF WS-TOTAL-TENTATIVAS < 200
                   ADD 1 TO WS-TOTAL-TENTATIVAS
                   ADD 1 TO WS-TOTAL-ARQUIVADAS
                   MOVE AG-PROGRAMA-ID
                       TO WS-AT-PROGRAMA(WS-TOTAL-TENTATIVAS)
                   MOVE AG-NOTA-1
                       TO WS-AT-NOTA-1(WS-TOTAL-TENTATIVAS)
                   MOVE AG-NOTA-2
                       TO WS-AT-NOTA-2(WS-TOTAL-TENTATIVAS)
                   MOVE AG-NOTA-3
                       TO WS-AT-NOTA-3(WS-TOTAL-TENTATIVAS)
                   MOVE AG-MEDIA TO WS-AT-MEDIA(WS-TOTAL-TENTATIVAS)
                   MOVE AG-RESULTADO
                       TO WS-AT-RESULTADO(WS-TOTAL-TENTATIVAS)
                   MOVE AG-DATA-HORA
                       TO WS-AT-DATA-HORA(WS-TOTAL-TENTATIVAS)
                   MOVE AG-TERMO TO WS-AT-TERMO(WS-TOTAL-TENTATIVAS)
                   MOVE AG-SITUACAO
                       TO WS-AT-SITUACAO(WS-TOTAL-TENTATIVAS)
                   MOVE "A" TO WS-AT-ORIGEM(WS-TOTAL-TENTATIVAS)
               ELSE
                   DISPLAY "AVISO: TABELA CHEIA (MAX 200). TENTATIVA "
                       "ARQUIVADA IGNORADA."
               END-IF
           END-IF.

       VERIFICAR-JA-CARREGADA.
           MOVE "N" TO WS-JA-CARREGADA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-TENTATIVAS
               IF WS-AT-PROGRAMA(WS-I) = WS-BUSCA-PROGRAMA
                   AND WS-AT-DATA-HORA(WS-I) = WS-BUSCA-DATA-HORA
                   MOVE "S" TO WS-JA-CARREGADA
               END-IF
           END-PERFORM.

      * SG-DATA-HORA comes from FUNCTION CURRENT-DATE, so plain text
      * comparison orders the attempts chronologically.
       ORDENAR-POR-DATA.
               PERFORM IMPRIMIR-TENTATIVA
               PERFORM VERIFICAR-MUDANCA-RESULTADO
           END-PERFORM.
           PERFORM IMPRIMIR-APROVEITAMENTOS.
           PERFORM IMPRIMIR-TRANCAMENTOS.
           CLOSE PRINT-FILE.

       CARREGAR-APROVEITAMENTOS.
           MOVE 0 TO WS-TOTAL-APROV.
           MOVE SPACES TO WS-APROV-STATUS.
           OPEN INPUT APROV-FILE.
           IF WS-APROV-STATUS = "00"
               PERFORM UNTIL WS-APROV-STATUS = "10"
                   OR WS-TOTAL-APROV = 30
                   READ APROV-FILE
                       AT END
                           MOVE "10" TO WS-APROV-STATUS
                       NOT AT END
                           IF AP-STUDENT-ID = WS-STUDENT-ID
                               ADD 1 TO WS-TOTAL-APROV
                               MOVE AP-COURSE-ID
                                   TO WS-APR-CURSO(WS-TOTAL-APROV)
                               MOVE AP-NOTA
                                   TO WS-APR-NOTA(WS-TOTAL-APROV)
                               MOVE AP-CARGA-HORARIA
                                   TO WS-APR-HORAS(WS-TOTAL-APROV)
                               MOVE AP-INSTITUICAO TO
                                   WS-APR-INSTITUICAO(WS-TOTAL-APROV)
                               MOVE AP-CURSO-ORIGEM TO
                                   WS-APR-CURSO-ORIGEM(WS-TOTAL-APROV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APROV-FILE
           END-IF.

      * A transfer credit is not an attempt - it has no date, no
      * three grades and no term of ours - so it gets its own block,
      * each line marked AP, with the origin under it.
       IMPRIMIR-APROVEITAMENTOS.
           IF WS-TOTAL-APROV > 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
               MOVE WS-ROT-APROVEITADAS TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-APROV
               MOVE WS-APR-NOTA(WS-I) TO WS-MEDIA-DISP
               MOVE WS-APR-HORAS(WS-I) TO WS-HORAS-DISP
               MOVE WS-APR-CURSO(WS-I) TO WS-LETRA-CURSO
               MOVE WS-APR-NOTA(WS-I) TO WS-LETRA-NOTA
               MOVE HIGH-VALUES TO WS-VIG-TERMO
               PERFORM CONVERTER-LETRA
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  AP " DELIMITED BY SIZE
                   WS-APR-CURSO(WS-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ROT-MEDIA DELIMITED BY "  "
                   ":" DELIMITED BY SIZE
                   WS-MEDIA-DISP DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-LETRA DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   WS-ROT-HORAS DELIMITED BY "  "
                   ":" DELIMITED BY SIZE
                   WS-HORAS-DISP DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
               MOVE SPACES TO WS-PRINT-LINE
               STRING "     " DELIMITED BY SIZE
                   WS-ROT-ORIGEM DELIMITED BY "  "
                   ": " DELIMITED BY SIZE
                   WS-APR-INSTITUICAO(WS-I) DELIMITED BY "  "
                   " - " DELIMITED BY SIZE
                   WS-APR-CURSO-ORIGEM(WS-I) DELIMITED BY "  "
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.

      * A withdrawn enrollment (ENROLL.cpy) shows as TRANCADO on the
      * transcript instead of pretending the enrollment never
      * existed - the attempts above stay, the course's status is
           MOVE WS-AT-MEDIA(WS-I) TO WS-MEDIA-DISP.
           MOVE WS-AT-PROGRAMA(WS-I) TO WS-LETRA-CURSO.
           MOVE WS-AT-MEDIA(WS-I) TO WS-LETRA-NOTA.
           MOVE WS-AT-TERMO(WS-I) TO WS-VIG-TERMO.
           IF WS-VIG-TERMO = SPACES
               MOVE HIGH-VALUES TO WS-VIG-TERMO
           END-IF.
           PERFORM CONVERTER-LETRA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-AT-DATA-HORA(WS-I) DELIMITED BY SIZE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.
           IF WS-AT-ORIGEM(WS-I) = "A"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-ROT-ARQUIVADA DELIMITED BY "  "
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.

      * Looks backwards for the most recent earlier attempt in the
      * same programa; if it was REPROVADO and this one is APROVADO,
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
                   MOVE RL-EN TO WS-ROT-TRANCADO-EM
               WHEN "SUPERSEDIDA"
                   MOVE RL-EN TO WS-ROT-SUPERSEDIDA
               WHEN "ARQUIVADA"
                   MOVE RL-EN TO WS-ROT-ARQUIVADA
               WHEN "APROVEITADAS"
                   MOVE RL-EN TO WS-ROT-APROVEITADAS
               WHEN "HORAS"
                   MOVE RL-EN TO WS-ROT-HORAS
               WHEN "ORIGEM"
                   MOVE RL-EN TO WS-ROT-ORIGEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "HISTORICO" TO AU-PROGRAM.
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
           MOVE "HISTORICO" TO TRAVA-PROGRAMA.
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
